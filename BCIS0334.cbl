      *----------------------------------------------------------------*
      * PROGRAMA..: BCIS0334
      * ANALISTA..: MATEUS BARBOSA DA SILVA.
      * AUTOR.....: MATEUS BARBOSA DA SILVA.
      * DATA......: 15/10/2026.
      * OBJETIVO..: Batch diario das retencoes do primeiro pagamento a
      *             beneficiario novo (BCI333R, gravada pelo OPES500V
      *             via BCIS0333). Roda na cadeia noturna antes da
      *             montagem das mensagens SWIFT (BCIS0286):
      *             1) libera por decurso ('D') a retencao ainda
      *                pendente cuja carencia terminou ate a data/hora
      *                da execucao - a ordem volta a seguir p/ a
      *                mensageria (o BCIS0286 seguinte a le no arquivo
      *                de retidas ORDRTE e gera a mensagem);
      *             2) relatorio RELRET das retencoes do dia e do
      *                desfecho de cada uma: retidas no dia, liberadas
      *                por confirmacao fora do canal ('L'), liberadas
      *                por decurso ('D'), canceladas junto com a ordem
      *                ('C') e as que seguem retidas, com totais por
      *                situacao.
      *----------------------------------------------------------------*
      * COMPILACAO: 54 - PSOSE600 - Cobol 6.3 c/otimizacao p/producao
      *----------------------------------------------------------------*
      * Vrs Data     E/A/D   Respon.  Descrição da versão
      * --- -------- ------- -------- ---------------------------------*
      * 001 15102026 Implan. F7021226 Implantacao
      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.
      *----------------------------------------------------------------*
       PROGRAM-ID. BCIS0334.
      *----------------------------------------------------------------*
       ENVIRONMENT DIVISION.
      *----------------------------------------------------------------*
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
      *----------------------------------------------------------------*
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * Retencoes de primeiro pagamento (mantida pelo BCIS0333)
           SELECT ARQ-BCI333R  ASSIGN TO BCI333R
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS REG-BCI333R-CHV
                  FILE STATUS  IS W-FS-BCI333R.
      *
           SELECT RELRET ASSIGN TO RELRET
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS W-FS-RELRET.
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
           03  REG-BCI333R-FIM-RET.
               05  REG-BCI333R-DT-FIM-RET      PIC 9(08).
               05  REG-BCI333R-HR-FIM-RET      PIC 9(06).
           03  REG-BCI333R-CD-USU-RET          PIC X(08).
           03  REG-BCI333R-CD-EST              PIC X(01).
           03  REG-BCI333R-DT-EST              PIC 9(08).
           03  REG-BCI333R-HR-EST              PIC 9(06).
           03  REG-BCI333R-CD-USU-EST          PIC X(08).
           03  REG-BCI333R-TX-MTV-EST          PIC X(40).
           03  FILLER                          PIC X(20).
      *
       FD  RELRET
           RECORDING MODE IS F.
       01  REG-RELRET                      PIC X(132).
      *----------------------------------------------------------------*
       WORKING-STORAGE SECTION.
      *
       77  CTE-INICIO                  PIC  X(025) VALUE
                                            '*** W.S.S. COMECA AQUI***'.
       77  CTE-PROG                    PIC  X(016) VALUE
                                            '*** BCIS0334 ***'.
       77  CTE-VERS                    PIC  X(006) VALUE 'VRS001'.
       77  CTE-FIM                     PIC  X(018) VALUE
                                            '*** FIM NORMAL ***'.
      *
       77  W-FS-BCI333R                PIC X(02) VALUE ZEROS.
       77  W-FS-RELRET                 PIC X(02) VALUE '00'.
       77  W-IN-FIM-BASE               PIC X(01) VALUE 'N'.
           88  FIM-BASE                          VALUE 'S'.
      *
       77  W-QT-LIDO                   PIC 9(09) VALUE ZEROS.
       77  W-QT-RET-DIA                PIC 9(06) VALUE ZEROS.
       77  W-QT-LIB-CNFC               PIC 9(06) VALUE ZEROS.
       77  W-QT-LIB-DCRS               PIC 9(06) VALUE ZEROS.
       77  W-QT-CANC                   PIC 9(06) VALUE ZEROS.
       77  W-QT-PEND                   PIC 9(06) VALUE ZEROS.
       77  W-VL-PEND                   PIC 9(15)V9(02) VALUE ZEROS.
      *
       01  W-DT-EXEC-AMD               PIC 9(08) VALUE ZEROS.
       01  W-HR-EXEC-CMPL              PIC 9(08) VALUE ZEROS.
       01  W-EXEC.
           03  W-DT-EXEC               PIC 9(08) VALUE ZEROS.
           03  W-HR-EXEC               PIC 9(06) VALUE ZEROS.
      *
       01  W-LN-CABEC.
           03  FILLER                  PIC X(52) VALUE
               'BCIS0334 - RETENCAO DE PRIMEIRO PAGAMENTO        DT='.
           03  W-CAB-DT-EXEC           PIC 9(08).
           03  FILLER                  PIC X(04) VALUE ' HR='.
           03  W-CAB-HR-EXEC           PIC 9(06).
      *
       01  W-LN-TITULO.
           03  FILLER                  PIC X(37) VALUE
               '     ORDEM   CLIENTE C S SWIFT       '.
           03  FILLER                  PIC X(39) VALUE
               'CONTA BENEFICIARIO      VALOR EM REAIS '.
           03  FILLER                  PIC X(48) VALUE
               'RETIDA EM FIM CARENCIA   SITUACAO       USUARIO '.
      *
       01  W-LN-DETALHE.
           03  W-DET-NR-ORD            PIC Z(9)9.
           03  FILLER                  PIC X(01) VALUE SPACES.
           03  W-DET-CD-CLI            PIC Z(8)9.
           03  FILLER                  PIC X(01) VALUE SPACES.
           03  W-DET-CD-CNL            PIC X(01).
           03  FILLER                  PIC X(01) VALUE SPACES.
           03  W-DET-CD-TIP-CLI        PIC 9(01).
           03  FILLER                  PIC X(01) VALUE SPACES.
           03  W-DET-CD-SWFT           PIC X(11).
           03  FILLER                  PIC X(01) VALUE SPACES.
           03  W-DET-CD-CT             PIC X(20).
           03  FILLER                  PIC X(01) VALUE SPACES.
           03  W-DET-VL-MOEN           PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           03  FILLER                  PIC X(01) VALUE SPACES.
           03  W-DET-DT-RET            PIC 9(08).
           03  FILLER                  PIC X(01) VALUE SPACES.
           03  W-DET-DT-FIM            PIC 9(08).
           03  FILLER                  PIC X(01) VALUE SPACES.
           03  W-DET-HR-FIM            PIC 9(06).
           03  FILLER                  PIC X(01) VALUE SPACES.
           03  W-DET-TX-SIT            PIC X(14).
           03  FILLER                  PIC X(01) VALUE SPACES.
           03  W-DET-CD-USU            PIC X(08).
      *
       01  W-LN-MOTIVO.
           03  FILLER                  PIC X(11) VALUE SPACES.
           03  FILLER                  PIC X(08) VALUE 'MOTIVO: '.
           03  W-MTV-TX-MTV            PIC X(40).
      *
       01  W-LN-TOTAL-1.
           03  FILLER                  PIC X(32) VALUE
               'RETENCOES LIDAS NA BASE.......:'.
           03  W-TOT-QT-LIDO           PIC ZZZ.ZZZ.ZZ9.
      *
       01  W-LN-TOTAL-2.
           03  FILLER                  PIC X(32) VALUE
               'ORDENS RETIDAS NO DIA.........:'.
           03  W-TOT-QT-RET-DIA        PIC ZZZ.ZZ9.
      *
       01  W-LN-TOTAL-3.
           03  FILLER                  PIC X(32) VALUE
               'LIBERADAS POR CONFIRMACAO.....:'.
           03  W-TOT-QT-LIB-CNFC       PIC ZZZ.ZZ9.
      *
       01  W-LN-TOTAL-4.
           03  FILLER                  PIC X(32) VALUE
               'LIBERADAS POR DECURSO.........:'.
           03  W-TOT-QT-LIB-DCRS       PIC ZZZ.ZZ9.
      *
       01  W-LN-TOTAL-5.
           03  FILLER                  PIC X(32) VALUE
               'CANCELADAS COM A ORDEM........:'.
           03  W-TOT-QT-CANC           PIC ZZZ.ZZ9.
      *
       01  W-LN-TOTAL-6.
           03  FILLER                  PIC X(32) VALUE
               'SEGUEM RETIDAS................:'.
           03  W-TOT-QT-PEND           PIC ZZZ.ZZ9.
      *
       01  W-LN-TOTAL-7.
           03  FILLER                  PIC X(32) VALUE
               'VALOR RETIDO EM REAIS.........:'.
           03  W-TOT-VL-PEND           PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
      *----------------------------------------------------------------*
       PROCEDURE DIVISION.
      *----------------------------------------------------------------*
       000000-ROTINA-PRINCIPAL  SECTION.
      *----------------------------------------------------------------*
      *
           PERFORM 010000-ABRE-ARQUIVOS
           PERFORM 020000-DATA-EXECUCAO
           PERFORM 030000-POSICIONA-BASE
           PERFORM 035000-LE-PROXIMA-RETENCAO
           PERFORM 040000-PROCESSA-RETENCAO UNTIL FIM-BASE
           PERFORM 080000-ESCREVE-TOTAL
           PERFORM 090000-FECHA-ARQUIVOS
      *
           STOP RUN
           .
      *----------------------------------------------------------------*
       010000-ABRE-ARQUIVOS  SECTION.
      *----------------------------------------------------------------*
      *
           OPEN I-O    ARQ-BCI333R
           OPEN OUTPUT RELRET
      *
           IF  W-FS-BCI333R NOT EQUAL '00'
               DISPLAY 'BCIS0334 - Erro abertura BCI333R FS='
                       W-FS-BCI333R
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
      *
           IF  W-FS-RELRET NOT EQUAL '00'
               DISPLAY 'BCIS0334 - Erro abertura RELRET FS='
                       W-FS-RELRET
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
           ACCEPT W-DT-EXEC-AMD  FROM DATE YYYYMMDD
           ACCEPT W-HR-EXEC-CMPL FROM TIME
      *
           MOVE W-DT-EXEC-AMD         TO W-DT-EXEC
           MOVE W-HR-EXEC-CMPL(1:6)   TO W-HR-EXEC
      *
           MOVE W-DT-EXEC       TO W-CAB-DT-EXEC
           MOVE W-HR-EXEC       TO W-CAB-HR-EXEC
           WRITE REG-RELRET     FROM W-LN-CABEC
           MOVE SPACES          TO REG-RELRET
           WRITE REG-RELRET
           WRITE REG-RELRET     FROM W-LN-TITULO
           .
       020000-SAI.
           EXIT
           .
      *----------------------------------------------------------------*
       030000-POSICIONA-BASE  SECTION.
      *----------------------------------------------------------------*
      *
           MOVE 'N'   TO W-IN-FIM-BASE
           MOVE ZEROS TO REG-BCI333R-CD-IDFR-ORD
      *
           START ARQ-BCI333R KEY IS NOT LESS REG-BCI333R-CHV
               INVALID KEY
                   MOVE 'S' TO W-IN-FIM-BASE
           END-START
           .
       030000-SAI.
           EXIT
           .
      *----------------------------------------------------------------*
       035000-LE-PROXIMA-RETENCAO  SECTION.
      *----------------------------------------------------------------*
      *
           IF  FIM-BASE
               GO TO 035000-SAI
           END-IF
      *
           READ ARQ-BCI333R NEXT RECORD
               AT END
                   MOVE 'S' TO W-IN-FIM-BASE
           END-READ
           .
       035000-SAI.
           EXIT
           .
      *----------------------------------------------------------------*
       040000-PROCESSA-RETENCAO  SECTION.
      *----------------------------------------------------------------*
      * Entram no relatorio a retencao registrada no dia, a que mudou
      * de situacao no dia e a que segue retida.
      *
           ADD 1 TO W-QT-LIDO
      *
           IF  REG-BCI333R-CD-EST EQUAL 'R'
           AND REG-BCI333R-FIM-RET NOT GREATER W-EXEC
               PERFORM 050000-LIBERA-DECURSO
           END-IF
      *
           IF  REG-BCI333R-DT-RET NOT EQUAL W-DT-EXEC
           AND REG-BCI333R-DT-EST NOT EQUAL W-DT-EXEC
           AND REG-BCI333R-CD-EST NOT EQUAL 'R'
               GO TO 040000-LE
           END-IF
      *
           IF  REG-BCI333R-DT-RET EQUAL W-DT-EXEC
               ADD 1 TO W-QT-RET-DIA
           END-IF
      *
           PERFORM 070000-ESCREVE-DETALHE
           .
       040000-LE.
           PERFORM 035000-LE-PROXIMA-RETENCAO
           .
       040000-SAI.
           EXIT
           .
      *----------------------------------------------------------------*
       050000-LIBERA-DECURSO  SECTION.
      *----------------------------------------------------------------*
      * Carencia encerrada sem confirmacao nem cancelamento: a ordem e
      * liberada p/ a mensageria.
      *
           MOVE 'D'                  TO REG-BCI333R-CD-EST
           MOVE W-DT-EXEC            TO REG-BCI333R-DT-EST
           MOVE W-HR-EXEC            TO REG-BCI333R-HR-EST
           MOVE 'BCIS0334'           TO REG-BCI333R-CD-USU-EST
           MOVE 'Fim do periodo de carencia'
                                     TO REG-BCI333R-TX-MTV-EST
      *
           REWRITE REG-BCI333R
               INVALID KEY
                   DISPLAY 'BCIS0334 - Erro ao regravar retencao '
                           REG-BCI333R-CD-IDFR-ORD
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-REWRITE
           .
       050000-SAI.
           EXIT
           .
      *----------------------------------------------------------------*
       070000-ESCREVE-DETALHE  SECTION.
      *----------------------------------------------------------------*
      *
           MOVE REG-BCI333R-CD-IDFR-ORD  TO W-DET-NR-ORD
           MOVE REG-BCI333R-CD-CLI       TO W-DET-CD-CLI
           MOVE REG-BCI333R-CD-CNL       TO W-DET-CD-CNL
           MOVE REG-BCI333R-CD-TIP-CLI   TO W-DET-CD-TIP-CLI
           MOVE REG-BCI333R-CD-SWFT-BNFC TO W-DET-CD-SWFT
           MOVE REG-BCI333R-CD-CT-BNFC   TO W-DET-CD-CT
           MOVE REG-BCI333R-VL-MOEN      TO W-DET-VL-MOEN
           MOVE REG-BCI333R-DT-RET       TO W-DET-DT-RET
           MOVE REG-BCI333R-DT-FIM-RET   TO W-DET-DT-FIM
           MOVE REG-BCI333R-HR-FIM-RET   TO W-DET-HR-FIM
           MOVE REG-BCI333R-CD-USU-EST   TO W-DET-CD-USU
      *
           EVALUATE REG-BCI333R-CD-EST
               WHEN 'R'
                   MOVE 'RETIDA'         TO W-DET-TX-SIT
                   MOVE REG-BCI333R-CD-USU-RET TO W-DET-CD-USU
                   ADD 1                 TO W-QT-PEND
                   ADD REG-BCI333R-VL-MOEN TO W-VL-PEND
               WHEN 'L'
                   MOVE 'LIB CONFIRMADA' TO  W-DET-TX-SIT
                   ADD 1                 TO W-QT-LIB-CNFC
               WHEN 'D'
                   MOVE 'LIB DECURSO'    TO W-DET-TX-SIT
                   ADD 1                 TO W-QT-LIB-DCRS
               WHEN 'C'
                   MOVE 'CANCELADA'      TO W-DET-TX-SIT
                   ADD 1                 TO W-QT-CANC
               WHEN OTHER
                   MOVE 'SITUACAO ?'     TO W-DET-TX-SIT
           END-EVALUATE
      *
           WRITE REG-RELRET FROM W-LN-DETALHE
      *
           IF  REG-BCI333R-CD-EST    NOT EQUAL 'R'
           AND REG-BCI333R-TX-MTV-EST NOT EQUAL SPACES
               MOVE REG-BCI333R-TX-MTV-EST TO W-MTV-TX-MTV
               WRITE REG-RELRET FROM W-LN-MOTIVO
           END-IF
           .
       070000-SAI.
           EXIT
           .
      *----------------------------------------------------------------*
       080000-ESCREVE-TOTAL  SECTION.
      *----------------------------------------------------------------*
      *
           MOVE SPACES          TO REG-RELRET
           WRITE REG-RELRET
      *
           MOVE W-QT-LIDO       TO W-TOT-QT-LIDO
           WRITE REG-RELRET     FROM W-LN-TOTAL-1
           MOVE W-QT-RET-DIA    TO W-TOT-QT-RET-DIA
           WRITE REG-RELRET     FROM W-LN-TOTAL-2
           MOVE W-QT-LIB-CNFC   TO W-TOT-QT-LIB-CNFC
           WRITE REG-RELRET     FROM W-LN-TOTAL-3
           MOVE W-QT-LIB-DCRS   TO W-TOT-QT-LIB-DCRS
           WRITE REG-RELRET     FROM W-LN-TOTAL-4
           MOVE W-QT-CANC       TO W-TOT-QT-CANC
           WRITE REG-RELRET     FROM W-LN-TOTAL-5
           MOVE W-QT-PEND       TO W-TOT-QT-PEND
           WRITE REG-RELRET     FROM W-LN-TOTAL-6
           MOVE W-VL-PEND       TO W-TOT-VL-PEND
           WRITE REG-RELRET     FROM W-LN-TOTAL-7
           .
       080000-SAI.
           EXIT
           .
      *----------------------------------------------------------------*
       090000-FECHA-ARQUIVOS  SECTION.
      *----------------------------------------------------------------*
      *
           CLOSE ARQ-BCI333R
           CLOSE RELRET
           .
       090000-SAI.
           EXIT
           .
