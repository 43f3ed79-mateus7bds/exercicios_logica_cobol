      *----------------------------------------------------------------*
      * PROGRAMA..: BCIS0337
      * ANALISTA..: MATEUS BARBOSA DA SILVA.
      * AUTOR.....: MATEUS BARBOSA DA SILVA.
      * DATA......: 15/10/2026.
      * OBJETIVO..: Estorno de uma execucao inteira do BCIS0274
      *             (arquivo corporativo errado ou reapresentado), no
      *             lugar do cancelamento manual ordem a ordem pela
      *             operacao 'C'. O cartao PRMBKO informa o
      *             identificador do arquivo, a data do processamento
      *             e o numero da execucao (zero = todas as execucoes
      *             do arquivo na data). Para cada ordem da execucao
      *             lida do registro BCI274R com o numero atribuido
      *             pelo BCIS0274 (a rejeitada pelo OPES500V nao e
      *             ordem e e saltada):
      *             1) cancela a ordem pelo OPES500V - operacao 'C',
      *                canal 'B', fase 'C' - com as mesmas criticas e
      *                efeitos do cancelamento unitario (situacao no
      *                acompanhamento, data de liquidacao, evento 'C',
      *                auditoria, estorno da posicao de cambio,
      *                retencao de primeiro pagamento e receita de
      *                spread). Ordem ja mensageada ou liquidada e
      *                recusada pelo OPES500V e sai no relatorio como
      *                nao cancelavel; ordem ja cancelada fora do
      *                estorno (situacao 'C' no BCIS0277) segue p/ o
      *                passo 2;
      *             2) estorna o valor da ordem no acumulador do
      *                cliente (BCIS0271, funcao 3, no dia e mes do
      *                registro) - fora do cancelamento do OPES500V
      *                (097-000), por isso executado aqui.
      *             Ordem do canal 'B' nao tem bloqueio de saldo (o
      *             914-000 do OPES500V nao bloqueia p/ o lote): nao ha
      *             bloqueio a liberar no estorno.
      *             Cada passo concluido e marcado na propria linha do
      *             BCI274R (situacao do estorno e indicador do
      *             acumulador): o run interrompido e
      *             simplesmente resubmetido com o mesmo cartao - o que
      *             ja foi feito nao se repete e o RELBKO e refeito
      *             com a situacao de todas as ordens da execucao.
      *             Ordem nao cancelada ou com estorno pendente encerra
      *             com RETURN-CODE 4.
      *             A area L-OPES500V espelha byte a byte o layout
      *             canonico do BCIS0274.
      *----------------------------------------------------------------*
      * COMPILACAO: 54 - PSOSE600 - Cobol 6.3 c/otimizacao p/producao
      *----------------------------------------------------------------*
      * Vrs Data     E/A/D   Respon.  Descrição da versão
      * --- -------- ------- -------- ---------------------------------*
      * 002 15102026 Manut.  F7021226 Liberacao de bloqueio retirada
      *                               (canal 'B' nao bloqueia saldo);
      *                               linha rejeitada do BCI274R
      *                               saltada; L-OPES500V no layout
      *                               canonico unico dos chamadores
      *                               batch. Ordem sem valor em moeda
      *                               nacional fica com o estorno do
      *                               acumulador pendente (RC 4).
      * 001 15102026 Implan. F7021226 Implantacao
      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.
      *----------------------------------------------------------------*
       PROGRAM-ID. BCIS0337.
      *----------------------------------------------------------------*
       ENVIRONMENT DIVISION.
      *----------------------------------------------------------------*
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
      *----------------------------------------------------------------*
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PRMBKO ASSIGN TO PRMBKO
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS W-FS-PRMBKO.
      *
      * Registro de execucoes do BCIS0274 (chave: identificador do
      * arquivo + data + numero da execucao + sequencia do registro;
      * a sequencia zero e o registro de controle da data)
           SELECT ARQ-BCI274R  ASSIGN TO BCI274R
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS REG-BCI274R-CHV
                  FILE STATUS  IS W-FS-BCI274R.
      *
           SELECT RELBKO ASSIGN TO RELBKO
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS W-FS-RELBKO.
      *----------------------------------------------------------------*
       DATA DIVISION.
      *----------------------------------------------------------------*
       FILE SECTION.
      *
      * Cartao de controle - execucao a estornar.
       FD  PRMBKO
           RECORDING MODE IS F.
       01  REG-PRMBKO.
           03  PRMBKO-CD-IDFC-ARQ          PIC X(15).
           03  PRMBKO-DT-PRCT              PIC 9(08).
           03  PRMBKO-NR-EXEC              PIC 9(03).
           03  PRMBKO-CD-USU               PIC X(08).
           03  FILLER                      PIC X(46).
      *
       FD  ARQ-BCI274R.
       01  REG-BCI274R.
           03  REG-BCI274R-CHV.
               05  REG-BCI274R-CD-IDFC-ARQ     PIC X(15).
               05  REG-BCI274R-DT-PRCT         PIC 9(08).
               05  REG-BCI274R-NR-EXEC         PIC 9(03).
               05  REG-BCI274R-NR-SEQ          PIC 9(07).
           03  REG-BCI274R-DADOS.
               05  REG-BCI274R-CD-IDFR-ORD     PIC 9(10).
               05  REG-BCI274R-CD-CLI          PIC 9(09).
               05  REG-BCI274R-CD-PRF-DEPE-EMT PIC 9(04).
               05  REG-BCI274R-NR-CC-TMDR      PIC 9(11).
               05  REG-BCI274R-CD-MOE          PIC 9(03).
               05  REG-BCI274R-VL-MOEE         PIC 9(13)V9(02).
               05  REG-BCI274R-VL-MOEN         PIC 9(13)V9(02).
               05  REG-BCI274R-DT-LQDC         PIC X(10).
               05  REG-BCI274R-DT-REG          PIC 9(08).
               05  REG-BCI274R-HR-REG          PIC 9(06).
      *        'P' apresentada sem retorno gravado; 'S' aceita;
      *        'N' rejeitada pelo OPES500V
               05  REG-BCI274R-IN-ACET         PIC X(01).
      *        ' ' nao estornada; 'O' ordem cancelada, estorno do
      *        acumulador pendente; 'C' cancelada e estornada
               05  REG-BCI274R-CD-EST-BKO      PIC X(01).
               05  REG-BCI274R-IN-ESTN-ACMD    PIC X(01).
               05  REG-BCI274R-DT-BKO          PIC 9(08).
               05  REG-BCI274R-HR-BKO          PIC 9(06).
               05  REG-BCI274R-CD-USU-BKO      PIC X(08).
               05  REG-BCI274R-CD-RTN-BKO      PIC 9(04).
               05  REG-BCI274R-TX-MSG-BKO      PIC X(60).
               05  FILLER                      PIC X(30).
           03  REG-BCI274R-CTL REDEFINES REG-BCI274R-DADOS.
               05  REG-BCI274R-NR-ULT-EXEC     PIC 9(03).
               05  REG-BCI274R-HR-ULT-EXEC     PIC 9(06).
               05  REG-BCI274R-NR-ULT-ORD      PIC 9(10).
               05  FILLER                      PIC X(191).
      *
       FD  RELBKO
           RECORDING MODE IS F.
       01  REG-RELBKO                      PIC X(132).
      *----------------------------------------------------------------*
       WORKING-STORAGE SECTION.
      ******************************************************************
      ************** Tabela lista de programas chamados ****************
      ******************************************************************
       01 TAB-PROGRAMAS-CHAMADOS.
          03 OPES500V                      PIC X(8) VALUE 'OPES500V'.
          03 BCIS0277                      PIC X(8) VALUE 'BCIS0277'.
          03 BCIS0271                      PIC X(8) VALUE 'BCIS0271'.
      *
       77  CTE-INICIO                  PIC  X(025) VALUE
                                            '*** W.S.S. COMECA AQUI***'.
       77  CTE-PROG                    PIC  X(016) VALUE
                                            '*** BCIS0337 ***'.
       77  CTE-VERS                    PIC  X(006) VALUE 'VRS002'.
       77  CTE-FIM                     PIC  X(018) VALUE
                                            '*** FIM NORMAL ***'.
      *
       77  W-FS-PRMBKO                 PIC X(02) VALUE '00'.
       77  W-FS-BCI274R                PIC X(02) VALUE '00'.
       77  W-FS-RELBKO                 PIC X(02) VALUE '00'.
       77  W-IN-FIM-BASE               PIC X(01) VALUE 'N'.
           88  FIM-BASE                          VALUE 'S'.
       77  W-IN-ACHOU                  PIC X(01) VALUE 'N'.
      *
       77  W-QT-LIDO                   PIC 9(06) VALUE ZEROS.
       77  W-QT-CANC                   PIC 9(06) VALUE ZEROS.
       77  W-QT-JA-CANC                PIC 9(06) VALUE ZEROS.
       77  W-QT-NAO-CANC               PIC 9(06) VALUE ZEROS.
       77  W-QT-SEM-ESTN               PIC 9(06) VALUE ZEROS.
       77  W-VL-MOEE-CANC              PIC 9(15)V9(02) VALUE ZEROS.
      *
      * Ordem corrente
       77  W-CD-RTN                    PIC 9(04) VALUE ZEROS.
       77  W-TX-MSG                    PIC X(60) VALUE SPACES.
       77  W-TX-SIT                    PIC X(20) VALUE SPACES.
      *
       01  W-DT-EXEC-AMD               PIC 9(08) VALUE ZEROS.
       01  W-HR-EXEC                   PIC 9(08) VALUE ZEROS.
       01  W-CD-USU                    PIC X(08) VALUE SPACES.
      *
      * Simulacao do bloco EIB p/ chamar um programa CICS a partir de
      * batch puro (mesma tecnica do BCIS0269).
       01  DFHEIBLK.
           03  EIBCALEN                PIC S9(04) COMP.
           03  FILLER                  PIC X(84).
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
      * BCIS0271 - acumulador de valores por cliente
      * (area espelho do DFHCOMMAREA do BCIS0271)
       01  L-BCIS0271.
           03  K0271-CD-FUC                 PIC  9(01).
           03  K0271-CD-CLI                 PIC  9(09).
           03  K0271-DT-ATU                 PIC  9(08).
           03  K0271-VL-ORD                 PIC  9(15)V9(02).
           03  K0271-VL-ACMD-DIA            PIC  9(15)V9(02).
           03  K0271-VL-ACMD-MES            PIC  9(15)V9(02).
           03  K0271-CD-RTN                 PIC  9(02).
           03  K0271-TX-MSG-RTN             PIC  X(60).
      *
       01  W-LN-CABEC.
           03  FILLER                  PIC X(46) VALUE
               'BCIS0337 - ESTORNO DE EXECUCAO BCIS0274    DT='.
           03  W-CAB-DT-EXEC           PIC 9(08).
      *
       01  W-LN-CABEC-2.
           03  FILLER                  PIC X(32) VALUE
               'EXECUCAO (ARQUIVO/DATA/NR)....:'.
           03  W-CB2-CD-IDFC-ARQ       PIC X(15).
           03  FILLER                  PIC X(01) VALUE '/'.
           03  W-CB2-DT-PRCT           PIC 9(08).
           03  FILLER                  PIC X(01) VALUE '/'.
           03  W-CB2-NR-EXEC           PIC 9(03).
           03  FILLER                  PIC X(10) VALUE '  USUARIO:'.
           03  W-CB2-CD-USU            PIC X(08).
      *
       01  W-LN-TITULO.
           03  FILLER                  PIC X(44) VALUE
               'EXC    SEQ.      ORDEM   CLIENTE  VALOR MOED'.
           03  FILLER                  PIC X(44) VALUE
               'A EST. SITUACAO              RTN MENSAGEM   '.
      *
       01  W-LN-DETALHE.
           03  W-DET-NR-EXEC           PIC 9(03).
           03  FILLER                  PIC X(01) VALUE SPACES.
           03  W-DET-NR-SEQ            PIC Z(6)9.
           03  FILLER                  PIC X(01) VALUE SPACES.
           03  W-DET-NR-ORD            PIC 9(10).
           03  FILLER                  PIC X(01) VALUE SPACES.
           03  W-DET-CD-CLI            PIC Z(8)9.
           03  FILLER                  PIC X(01) VALUE SPACES.
           03  W-DET-VL-MOEE           PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           03  FILLER                  PIC X(01) VALUE SPACES.
           03  W-DET-TX-SIT            PIC X(20).
           03  FILLER                  PIC X(01) VALUE SPACES.
           03  W-DET-CD-RTN            PIC ZZZ9.
           03  FILLER                  PIC X(01) VALUE SPACES.
           03  W-DET-TX-MSG            PIC X(55).
      *
       01  W-LN-TOTAL-1.
           03  FILLER                  PIC X(32) VALUE
               'ORDENS DA EXECUCAO LIDAS......:'.
           03  W-TOT-QT-LIDO           PIC ZZZ.ZZ9.
      *
       01  W-LN-TOTAL-2.
           03  FILLER                  PIC X(32) VALUE
               'ORDENS CANCELADAS NESTE RUN...:'.
           03  W-TOT-QT-CANC           PIC ZZZ.ZZ9.
      *
       01  W-LN-TOTAL-3.
           03  FILLER                  PIC X(32) VALUE
               'JA ESTORNADAS (RUN ANTERIOR)..:'.
           03  W-TOT-QT-JA-CANC        PIC ZZZ.ZZ9.
      *
       01  W-LN-TOTAL-4.
           03  FILLER                  PIC X(32) VALUE
               'NAO CANCELADAS (EXCECOES).....:'.
           03  W-TOT-QT-NAO-CANC       PIC ZZZ.ZZ9.
      *
       01  W-LN-TOTAL-5.
           03  FILLER                  PIC X(32) VALUE
               'ESTORNO DO ACUMULADOR PENDENTE:'.
           03  W-TOT-QT-SEM-ESTN       PIC ZZZ.ZZ9.
      *
       01  W-LN-TOTAL-6.
           03  FILLER                  PIC X(32) VALUE
               'VALOR CANCELADO NESTE RUN.....:'.
           03  W-TOT-VL-MOEE-CANC      PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
      *
       01  W-LN-SEM-ORDEM.
           03  FILLER                  PIC X(50) VALUE
               'NENHUMA ORDEM ACEITA NA EXECUCAO INFORMADA.'.
      *----------------------------------------------------------------*
       PROCEDURE DIVISION.
      *----------------------------------------------------------------*
       000000-ROTINA-PRINCIPAL  SECTION.
      *----------------------------------------------------------------*
      *
           PERFORM 010000-ABRE-ARQUIVOS
           PERFORM 020000-LE-PARAMETRO
           PERFORM 030000-POSICIONA-EXECUCAO
           PERFORM 040000-LE-ORDEM-EXEC
           PERFORM 050000-PROCESSA-ORDEM UNTIL FIM-BASE
           PERFORM 080000-ESCREVE-TOTAL
           PERFORM 090000-FECHA-ARQUIVOS
      *
           IF  W-QT-NAO-CANC GREATER ZEROS
           OR  W-QT-SEM-ESTN GREATER ZEROS
           OR  W-QT-LIDO     EQUAL ZEROS
               MOVE 4 TO RETURN-CODE
           END-IF
      *
           STOP RUN
           .
      *----------------------------------------------------------------*
       010000-ABRE-ARQUIVOS  SECTION.
      *----------------------------------------------------------------*
      *
           OPEN INPUT  PRMBKO
           OPEN I-O    ARQ-BCI274R
           OPEN OUTPUT RELBKO
      *
           IF  W-FS-PRMBKO NOT EQUAL '00'
               DISPLAY 'BCIS0337 - Erro abertura PRMBKO FS='
                       W-FS-PRMBKO
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
      *
           IF  W-FS-BCI274R NOT EQUAL '00'
               DISPLAY 'BCIS0337 - Erro abertura BCI274R FS='
                       W-FS-BCI274R
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
      *
           IF  W-FS-RELBKO NOT EQUAL '00'
               DISPLAY 'BCIS0337 - Erro abertura RELBKO FS='
                       W-FS-RELBKO
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           .
       010000-SAI.
           EXIT
           .
      *----------------------------------------------------------------*
       020000-LE-PARAMETRO  SECTION.
      *----------------------------------------------------------------*
      * Execucao a estornar: identificador do arquivo e data sao
      * obrigatorios; numero da execucao zero estorna todas as
      * execucoes do arquivo na data.
      *
           READ PRMBKO
               AT END
                   MOVE SPACES TO REG-PRMBKO
           END-READ
      *
           IF  PRMBKO-CD-IDFC-ARQ EQUAL SPACES
           OR  PRMBKO-DT-PRCT NOT NUMERIC
           OR  PRMBKO-DT-PRCT EQUAL ZEROS
               DISPLAY 'BCIS0337 - Cartao PRMBKO invalido: informar '
                       'arquivo e data do processamento.'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
      *
           IF  PRMBKO-NR-EXEC NOT NUMERIC
               MOVE ZEROS TO PRMBKO-NR-EXEC
           END-IF
      *
           MOVE PRMBKO-CD-USU TO W-CD-USU
           IF  W-CD-USU EQUAL SPACES
               MOVE 'BCIS0337' TO W-CD-USU
           END-IF
      *
           ACCEPT W-DT-EXEC-AMD FROM DATE YYYYMMDD
           ACCEPT W-HR-EXEC     FROM TIME
      *
           MOVE W-DT-EXEC-AMD      TO W-CAB-DT-EXEC
           WRITE REG-RELBKO        FROM W-LN-CABEC
           MOVE PRMBKO-CD-IDFC-ARQ TO W-CB2-CD-IDFC-ARQ
           MOVE PRMBKO-DT-PRCT     TO W-CB2-DT-PRCT
           MOVE PRMBKO-NR-EXEC     TO W-CB2-NR-EXEC
           MOVE W-CD-USU           TO W-CB2-CD-USU
           WRITE REG-RELBKO        FROM W-LN-CABEC-2
           MOVE SPACES             TO REG-RELBKO
           WRITE REG-RELBKO
           WRITE REG-RELBKO        FROM W-LN-TITULO
           .
       020000-SAI.
           EXIT
           .
      *----------------------------------------------------------------*
       030000-POSICIONA-EXECUCAO  SECTION.
      *----------------------------------------------------------------*
      *
           MOVE SPACES             TO REG-BCI274R
           MOVE PRMBKO-CD-IDFC-ARQ TO REG-BCI274R-CD-IDFC-ARQ
           MOVE PRMBKO-DT-PRCT     TO REG-BCI274R-DT-PRCT
           MOVE PRMBKO-NR-EXEC     TO REG-BCI274R-NR-EXEC
           MOVE ZEROS              TO REG-BCI274R-NR-SEQ
      *
           START ARQ-BCI274R KEY IS NOT LESS REG-BCI274R-CHV
               INVALID KEY
                   MOVE 'S' TO W-IN-FIM-BASE
           END-START
           .
       030000-SAI.
           EXIT
           .
      *----------------------------------------------------------------*
       040000-LE-ORDEM-EXEC  SECTION.
      *----------------------------------------------------------------*
      * Proxima ordem da execucao, saltando o registro de controle e
      * a linha de ordem rejeitada pelo OPES500V.
      *
           MOVE 'N' TO W-IN-ACHOU
      *
           PERFORM 045000-LE-PROXIMO
               UNTIL FIM-BASE
               OR W-IN-ACHOU EQUAL 'S'
           .
       040000-SAI.
           EXIT
           .
      *----------------------------------------------------------------*
       045000-LE-PROXIMO  SECTION.
      *----------------------------------------------------------------*
      *
           READ ARQ-BCI274R NEXT RECORD
               AT END
                   MOVE 'S' TO W-IN-FIM-BASE
           END-READ
      *
           IF  FIM-BASE
               GO TO 045000-SAI
           END-IF
      *
           IF  REG-BCI274R-CD-IDFC-ARQ NOT EQUAL PRMBKO-CD-IDFC-ARQ
           OR  REG-BCI274R-DT-PRCT     NOT EQUAL PRMBKO-DT-PRCT
               MOVE 'S' TO W-IN-FIM-BASE
               GO TO 045000-SAI
           END-IF
      *
           IF  PRMBKO-NR-EXEC NOT EQUAL ZEROS
           AND REG-BCI274R-NR-EXEC NOT EQUAL PRMBKO-NR-EXEC
               MOVE 'S' TO W-IN-FIM-BASE
               GO TO 045000-SAI
           END-IF
      *
           IF  REG-BCI274R-NR-SEQ NOT EQUAL ZEROS
           AND REG-BCI274R-IN-ACET NOT EQUAL 'N'
               MOVE 'S' TO W-IN-ACHOU
           END-IF
           .
       045000-SAI.
           EXIT
           .
      *----------------------------------------------------------------*
       050000-PROCESSA-ORDEM  SECTION.
      *----------------------------------------------------------------*
      *
           ADD 1 TO W-QT-LIDO
           MOVE ZEROS  TO W-CD-RTN
           MOVE SPACES TO W-TX-MSG
                          W-TX-SIT
      *
           IF  REG-BCI274R-CD-EST-BKO EQUAL 'C'
               ADD 1 TO W-QT-JA-CANC
               MOVE 'JA ESTORNADA'         TO W-TX-SIT
               GO TO 050000-DETALHE
           END-IF
      *
           IF  REG-BCI274R-CD-IDFR-ORD EQUAL ZEROS
               ADD 1 TO W-QT-NAO-CANC
               MOVE 'SEM NUMERO DE ORDEM'  TO W-TX-SIT
               GO TO 050000-DETALHE
           END-IF
      *
           IF  REG-BCI274R-CD-EST-BKO NOT EQUAL 'O'
               PERFORM 055000-CANCELA-ORDEM
           END-IF
      *
           IF  REG-BCI274R-CD-EST-BKO NOT EQUAL 'O'
               ADD 1 TO W-QT-NAO-CANC
               GO TO 050000-DETALHE
           END-IF
      *
           PERFORM 060000-ESTORNA-ACUMULADO
      *
           IF  REG-BCI274R-IN-ESTN-ACMD EQUAL 'S'
               MOVE 'C'                    TO REG-BCI274R-CD-EST-BKO
               PERFORM 070000-REGRAVA-ORDEM-EXEC
               ADD 1 TO W-QT-CANC
               ADD REG-BCI274R-VL-MOEE     TO W-VL-MOEE-CANC
               MOVE 'CANCELADA'            TO W-TX-SIT
           ELSE
               ADD 1 TO W-QT-SEM-ESTN
               MOVE 'CANC. ESTORNO PEND.'  TO W-TX-SIT
           END-IF
           .
       050000-DETALHE.
           PERFORM 078000-ESCREVE-DETALHE
      *
           PERFORM 040000-LE-ORDEM-EXEC
           .
       050000-SAI.
           EXIT
           .
      *----------------------------------------------------------------*
       055000-CANCELA-ORDEM  SECTION.
      *----------------------------------------------------------------*
      * Ordem ja cancelada no acompanhamento (cancelamento unitario ou
      * run anterior interrompido antes de marcar o BCI274R) nao volta
      * ao OPES500V; as demais passam pelo cancelamento completo.
      *
           INITIALIZE L-BCIS0277
      *
           MOVE 2                       TO K0277-CD-FUC
           MOVE REG-BCI274R-CD-IDFR-ORD TO K0277-CD-IDFR-ORD
      *
           MOVE LENGTH OF L-BCIS0277 TO EIBCALEN
           CALL BCIS0277 USING DFHEIBLK L-BCIS0277
      *
           IF  K0277-CD-RTN EQUAL ZEROS
           AND K0277-CD-EST-ATU EQUAL 'C'
               GO TO 055000-MARCA-CANCELADA
           END-IF
      *
           INITIALIZE L-OPES500V
      *
           MOVE 'C'                         TO S500V-CD-TIP-OPR
           MOVE '11A'                       TO S500V-OPCAO
           MOVE 'B'                         TO S500V-CD-CNL
           MOVE 'C'                         TO S500V-CD-FASE-PRCT
           MOVE REG-BCI274R-CD-CLI          TO S500V-CD-CLI
           MOVE REG-BCI274R-CD-PRF-DEPE-EMT TO S500V-CD-PRF-DEPE-EMT
           MOVE REG-BCI274R-NR-CC-TMDR      TO S500V-NR-CC-TMDR
           MOVE REG-BCI274R-CD-MOE          TO S500V-CD-MOE
           MOVE REG-BCI274R-VL-MOEE         TO S500V-VL-MOEE
           MOVE REG-BCI274R-DT-LQDC         TO S500V-DT-LQDC
           MOVE REG-BCI274R-CD-IDFR-ORD     TO S500V-CD-IDFR-ORD-PGTO
           MOVE W-CD-USU                    TO S500V-CD-USU
      *
           MOVE LENGTH OF L-OPES500V   TO EIBCALEN
           CALL OPES500V USING L-OPES500V
      *
           MOVE S500V-CD-RTN           TO W-CD-RTN
           MOVE S500V-TX-MSG-RTN       TO W-TX-MSG
      *
           IF  S500V-CD-RTN NOT EQUAL ZEROS
      *        Situacao (mensagem gerada, liquidada etc.) ou data de
      *        liquidacao nao permitem o cancelamento.
               IF  S500V-CD-RTN EQUAL 260
               OR  S500V-CD-RTN EQUAL 261
                   MOVE 'NAO CANCELAVEL'       TO W-TX-SIT
               ELSE
                   MOVE 'ERRO NO CANCELAMENTO' TO W-TX-SIT
               END-IF
               MOVE S500V-CD-RTN           TO REG-BCI274R-CD-RTN-BKO
               MOVE S500V-TX-MSG-RTN       TO REG-BCI274R-TX-MSG-BKO
               PERFORM 070000-REGRAVA-ORDEM-EXEC
               GO TO 055000-SAI
           END-IF
           .
       055000-MARCA-CANCELADA.
           MOVE 'O'                    TO REG-BCI274R-CD-EST-BKO
           MOVE 'N'                    TO REG-BCI274R-IN-ESTN-ACMD
           MOVE W-DT-EXEC-AMD          TO REG-BCI274R-DT-BKO
           MOVE W-HR-EXEC (1:6)        TO REG-BCI274R-HR-BKO
           MOVE W-CD-USU               TO REG-BCI274R-CD-USU-BKO
           MOVE ZEROS                  TO REG-BCI274R-CD-RTN-BKO
           MOVE SPACES                 TO REG-BCI274R-TX-MSG-BKO
           PERFORM 070000-REGRAVA-ORDEM-EXEC
           .
       055000-SAI.
           EXIT
           .
      *----------------------------------------------------------------*
       060000-ESTORNA-ACUMULADO  SECTION.
      *----------------------------------------------------------------*
      * Retira a ordem do acumulador do cliente no dia e mes do
      * registro, pelo valor em moeda nacional da confirmacao. Linha
      * sem o valor (ordem fechada na repartida do BCIS0274 sem VET
      * registrado) nao tem o que estornar aqui: o estorno fica
      * pendente e sai no relatorio p/ ser feito a parte.
      *
           IF  REG-BCI274R-IN-ESTN-ACMD EQUAL 'S'
               GO TO 060000-SAI
           END-IF
      *
           IF  REG-BCI274R-VL-MOEN EQUAL ZEROS
               MOVE 'BCIS0337 - Valor em moeda nacional nao registrado'
                   TO W-TX-MSG
               DISPLAY 'BCIS0337 - Ordem ' REG-BCI274R-CD-IDFR-ORD
                       ' sem VL-MOEN - estorno do acumulador pendente'
               GO TO 060000-SAI
           END-IF
      *
           INITIALIZE L-BCIS0271
               REPLACING ALPHANUMERIC BY ' '
               NUMERIC BY  0
      *
           MOVE 3                      TO K0271-CD-FUC
           MOVE REG-BCI274R-CD-CLI     TO K0271-CD-CLI
           MOVE REG-BCI274R-DT-REG     TO K0271-DT-ATU
           MOVE REG-BCI274R-VL-MOEN    TO K0271-VL-ORD
      *
           MOVE LENGTH OF L-BCIS0271 TO EIBCALEN
           CALL BCIS0271 USING DFHEIBLK L-BCIS0271
      *
           IF  K0271-CD-RTN NOT EQUAL ZEROS
               MOVE K0271-CD-RTN           TO W-CD-RTN
               MOVE K0271-TX-MSG-RTN       TO W-TX-MSG
               DISPLAY 'BCIS0337 - Ordem ' REG-BCI274R-CD-IDFR-ORD
                       ' - ' K0271-TX-MSG-RTN
               GO TO 060000-SAI
           END-IF
      *
           MOVE 'S' TO REG-BCI274R-IN-ESTN-ACMD
           PERFORM 070000-REGRAVA-ORDEM-EXEC
           .
       060000-SAI.
           EXIT
           .
      *----------------------------------------------------------------*
       070000-REGRAVA-ORDEM-EXEC  SECTION.
      *----------------------------------------------------------------*
      * Cada passo concluido e regravado na hora: e a marca que o
      * resubmit usa p/ nao repetir cancelamento nem estorno.
      *
           REWRITE REG-BCI274R
               INVALID KEY
                   DISPLAY 'BCIS0337 - Erro ao regravar BCI274R FS='
                           W-FS-BCI274R ' ordem '
                           REG-BCI274R-CD-IDFR-ORD
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-REWRITE
           .
       070000-SAI.
           EXIT
           .
      *----------------------------------------------------------------*
       078000-ESCREVE-DETALHE  SECTION.
      *----------------------------------------------------------------*
      *
           MOVE REG-BCI274R-NR-EXEC     TO W-DET-NR-EXEC
           MOVE REG-BCI274R-NR-SEQ      TO W-DET-NR-SEQ
           MOVE REG-BCI274R-CD-IDFR-ORD TO W-DET-NR-ORD
           MOVE REG-BCI274R-CD-CLI      TO W-DET-CD-CLI
           MOVE REG-BCI274R-VL-MOEE     TO W-DET-VL-MOEE
           MOVE W-TX-SIT                TO W-DET-TX-SIT
           MOVE W-CD-RTN                TO W-DET-CD-RTN
           MOVE W-TX-MSG                TO W-DET-TX-MSG
           WRITE REG-RELBKO FROM W-LN-DETALHE
           .
       078000-SAI.
           EXIT
           .
      *----------------------------------------------------------------*
       080000-ESCREVE-TOTAL  SECTION.
      *----------------------------------------------------------------*
      *
           MOVE SPACES          TO REG-RELBKO
           WRITE REG-RELBKO
      *
           IF  W-QT-LIDO EQUAL ZEROS
               WRITE REG-RELBKO FROM W-LN-SEM-ORDEM
               MOVE SPACES      TO REG-RELBKO
               WRITE REG-RELBKO
           END-IF
      *
           MOVE W-QT-LIDO       TO W-TOT-QT-LIDO
           WRITE REG-RELBKO     FROM W-LN-TOTAL-1
           MOVE W-QT-CANC       TO W-TOT-QT-CANC
           WRITE REG-RELBKO     FROM W-LN-TOTAL-2
           MOVE W-QT-JA-CANC    TO W-TOT-QT-JA-CANC
           WRITE REG-RELBKO     FROM W-LN-TOTAL-3
           MOVE W-QT-NAO-CANC   TO W-TOT-QT-NAO-CANC
           WRITE REG-RELBKO     FROM W-LN-TOTAL-4
           MOVE W-QT-SEM-ESTN   TO W-TOT-QT-SEM-ESTN
           WRITE REG-RELBKO     FROM W-LN-TOTAL-5
           MOVE W-VL-MOEE-CANC  TO W-TOT-VL-MOEE-CANC
           WRITE REG-RELBKO     FROM W-LN-TOTAL-6
           .
       080000-SAI.
           EXIT
           .
      *----------------------------------------------------------------*
       090000-FECHA-ARQUIVOS  SECTION.
      *----------------------------------------------------------------*
      *
           CLOSE PRMBKO
           CLOSE ARQ-BCI274R
           CLOSE RELBKO
           .
       090000-SAI.
           EXIT
           .
