      *             reprocessar (e re-registrar) as ordens ja aceitas:
      *             na repartida os registros ja processados sao
      *             saltados e o ORDSAI e aberto em EXTEND.
      *             Cada execucao e identificada pelo cartao ORDPRM
      *             (identificador do arquivo do cliente), pela data
      *             do processamento e por um numero sequencial de
      *             execucao no dia; toda ordem apresentada e gravada
      *             no registro de execucoes BCI274R (numero da ordem,
      *             valores, disposicao), base do estorno do arquivo
      *             inteiro pelo BCIS0337.
      *             Numero da ordem: o canal 'B' nao tem tela que o
      *             informe, entao o proprio lote o atribui antes da
      *             chamada, como o online o entrega ao OPES500V em
      *             S500V-CD-IDFR-ORD-PGTO - sequencia guardada no
      *             registro de controle geral do BCI274R (arquivo em
      *             branco, chave zero), faixa reservada ao lote a
      *             partir de 9000000001. A linha da ordem e gravada
      *             com o numero ANTES da chamada (disposicao 'P') e
      *             regravada com o retorno ('S'/'N'): na repartida a
      *             ordem retoma o mesmo numero e a ja aceita nao e
      *             reapresentada. Linha ainda 'P' (abend entre a
      *             chamada e a regravacao) e conferida no
      *             acompanhamento (BCIS0277): numero ja registrado
      *             fecha a linha como aceita sem nova chamada.
      *             A area L-OPES500V foi inferida do uso feito pelo
      *             proprio OPES500V (o book real do DFHCOMMAREA,
      *             OPEK500V, nao esta disponivel nesta arvore - ver
      *----------------------------------------------------------------*
      * Vrs Data     E/A/D   Respon.  Descrição da versão
      * --- -------- ------- -------- ---------------------------------*
      * 005 15102026 Manut.  F7021226 Numero da ordem atribuido pelo
      *                               lote (controle geral do
      *                               BCI274R) e informado ao OPES500V
      *                               antes da chamada; linha do
      *                               BCI274R gravada antes da chamada
      *                               e regravada com a disposicao -
      *                               inclusive da rejeitada. Numero
      *                               da ordem no ORDSAI. Bloqueio de
      *                               saldo retirado do BCI274R (canal
      *                               'B' nao bloqueia saldo). Area
      *                               L-OPES500V com numero da ordem e
      *                               usuario na posicao do book e a
      *                               simulacao como cauda unica,
      *                               igual nos chamadores batch.
      *                               Linha 'P' na repartida conferida
      *                               no BCIS0277 antes de reapresentar
      *                               (valor em moeda nacional da ja
      *                               registrada tomado do VET).
      *                               Identificador do arquivo no
      *                               ORDCKP, conferido na repartida.
      * 004 15102026 Manut.  F7021226 Registro de execucoes BCI274R:
      *                               identificador do arquivo lido
      *                               do cartao ORDPRM, numero da
      *                               execucao no dia (registro de
      *                               controle da propria base) e
      *                               uma linha por ordem aceita com
      *                               o numero devolvido pelo
      *                               OPES500V - permite ao BCIS0337
      *                               cancelar todas as ordens de
      *                               uma execucao. Data e numero da
      *                               execucao guardados no ORDCKP
      *                               p/ a repartida. Extensao do
      *                               lote corporativo no fim da
      *                               L-OPES500V (numero da ordem,
      *                               bloqueio de saldo, usuario).
      * 003 02092026 Manut.  F7021226 Area L-OPES500V promovida a
      *                               layout canonico dos chamadores
      *                               batch do OPES500V (BCIS0289 e
           SELECT ORDCKP ASSIGN TO ORDCKP
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS W-FS-ORDCKP.
      *
           SELECT ORDPRM ASSIGN TO ORDPRM
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS W-FS-ORDPRM.
      *
      * Registro de execucoes (chave: identificador do arquivo + data
      * + numero da execucao + sequencia do registro no arquivo; a
      * sequencia zero e o registro de controle da data)
           SELECT ARQ-BCI274R  ASSIGN TO BCI274R
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS REG-BCI274R-CHV
                  FILE STATUS  IS W-FS-BCI274R.
      *----------------------------------------------------------------*
       DATA DIVISION.
      *----------------------------------------------------------------*
           03  ORDCKP-QT-ACET              PIC 9(07).
           03  ORDCKP-QT-RJTD              PIC 9(07).
           03  ORDCKP-IN-FIM               PIC X(01).
           03  ORDCKP-DT-PRCT              PIC 9(08).
           03  ORDCKP-NR-EXEC              PIC 9(03).
           03  ORDCKP-CD-IDFC-ARQ          PIC X(15).
           03  FILLER                      PIC X(07).
      *
      * Cartao de controle - identificador do arquivo do cliente.
       FD  ORDPRM
           RECORDING MODE IS F.
       01  REG-ORDPRM.
           03  ORDPRM-CD-IDFC-ARQ          PIC X(15).
           03  FILLER                      PIC X(65).
      *
      * Registro de execucoes - uma linha por ordem apresentada. A
      * situacao do estorno e mantida pelo BCIS0337. O registro de
      * controle geral (arquivo em branco, data/execucao/sequencia
      * zero) guarda o ultimo numero de ordem atribuido pelo lote.
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
      *----------------------------------------------------------------*
       WORKING-STORAGE SECTION.
      ******************************************************************
      ******************************************************************
       01 TAB-PROGRAMAS-CHAMADOS.
          03 OPES500V                      PIC X(8) VALUE 'OPES500V'.
          03 BCIS0277                      PIC X(8) VALUE 'BCIS0277'.
          03 BCIS0325                      PIC X(8) VALUE 'BCIS0325'.
      *
       77  CTE-INICIO                  PIC  X(025) VALUE
                                            '*** W.S.S. COMECA AQUI***'.
       77  CTE-PROG                    PIC  X(016) VALUE
                                            '*** BCIS0274 ***'.
       77  CTE-VERS                    PIC  X(006) VALUE 'VRS005'.
       77  CTE-FIM                     PIC  X(018) VALUE
                                            '*** FIM NORMAL ***'.
      *
       77  W-FS-ORDENT                 PIC X(02) VALUE '00'.
       77  W-FS-ORDSAI                 PIC X(02) VALUE '00'.
       77  W-FS-ORDCKP                 PIC X(02) VALUE '00'.
       77  W-FS-ORDPRM                 PIC X(02) VALUE '00'.
       77  W-FS-BCI274R                PIC X(02) VALUE '00'.
       77  W-IN-FIM-ORDENT             PIC X(01) VALUE 'N'.
           88  FIM-ORDENT                        VALUE 'S'.
       77  W-IN-REPARTIDA              PIC X(01) VALUE 'N'.
       77  W-IN-REG-EXEC               PIC X(01) VALUE 'N'.
      *
       77  W-QT-PROC                   PIC 9(07) VALUE ZEROS.
       77  W-QT-ACET                   PIC 9(07) VALUE ZEROS.
       77  W-QT-RJTD                   PIC 9(07) VALUE ZEROS.
       77  W-QT-SALTAR                 PIC 9(07) VALUE ZEROS.
      *
      * Identificacao da execucao no registro BCI274R
       77  W-CD-IDFC-ARQ               PIC X(15) VALUE SPACES.
       77  W-DT-PRCT                   PIC 9(08) VALUE ZEROS.
       77  W-NR-EXEC                   PIC 9(03) VALUE ZEROS.
       77  W-DT-ATU                    PIC 9(08) VALUE ZEROS.
       77  W-HR-ATU                    PIC 9(08) VALUE ZEROS.
       77  W-CD-IDFC-ARQ-CKP           PIC X(15) VALUE SPACES.
       77  W-CD-IDFR-ORD               PIC 9(10) VALUE ZEROS.
      *
      * Primeiro numero da faixa de ordens do lote corporativo
       77  CTE-NR-ORD-INI              PIC 9(10) VALUE 9000000001.
      *
      * Simulacao do bloco EIB p/ chamar um programa CICS a partir de
      * batch puro (mesma tecnica do BCIS0269): o unico campo lido
      * pelo callee e o EIBCALEN.
           03  EIBCALEN                PIC S9(04) COMP.
           03  FILLER                  PIC X(84).
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
      * BCIS0325 - VET (Valor Efetivo Total) por ordem
      * (area espelho do DFHCOMMAREA do BCIS0325)
       01  L-BCIS0325.
           03  K0325-CD-FUC                 PIC  9(01).
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
      *
      * Area repassada a OPES500V como se fosse a DFHCOMMAREA usada
      * online, restrita aos campos de roteamento e de dados da ordem
      * que o processamento em lote preenche (book real OPEK500V nao
      * OPES500V e cada chamada volta com S500V-CD-RTN 9999: o lote
      * falha de forma segura e visivel no ORDSAI, sem registrar dado
      * incorreto. Este bloco e o layout CANONICO dos chamadores batch
      * - BCIS0289, BCIS0290, BCIS0311, BCIS0321 e BCIS0337 o espelham
      * byte a byte; campo novo entra somente depois da cauda, nunca
      * no meio.
       01  L-OPES500V.
      *    Numero da ordem e usuario - campos do book, na posicao do
      *    book (mesma abertura do BCIS0269):
           03  S500V-CD-IDFR-ORD-PGTO      PIC 9(10).
           03  S500V-CD-USU                PIC X(08).
           03  S500V-CD-TIP-OPR            PIC X(02).
           03  S500V-OPCAO                 PIC X(03).
           03  S500V-CD-CNL                PIC X(01).
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
       01  W-LN-DETALHE.
           03  W-DET-NR-SEQ            PIC Z(6)9.
           03  FILLER                  PIC X(02) VALUE SPACES.
           03  W-DET-CD-CLI            PIC 9(09).
           03  FILLER                  PIC X(02) VALUE SPACES.
           03  W-DET-NR-ORD            PIC 9(10).
           03  FILLER                  PIC X(02) VALUE SPACES.
           03  W-DET-VL-MOEE           PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
           03  FILLER                  PIC X(02) VALUE SPACES.
           03  W-DET-SITUACAO          PIC X(11).
           03  FILLER                  PIC X(32) VALUE
               'TOTAL DE ORDENS REJEITADAS....:'.
           03  W-TOT-QT-RJTD           PIC ZZZ.ZZ9.
      *
       01  W-LN-TOTAL-4.
           03  FILLER                  PIC X(32) VALUE
               'EXECUCAO (ARQUIVO/DATA/NR)....:'.
           03  W-TOT-CD-IDFC-ARQ       PIC X(15).
           03  FILLER                  PIC X(01) VALUE '/'.
           03  W-TOT-DT-PRCT           PIC 9(08).
           03  FILLER                  PIC X(01) VALUE '/'.
           03  W-TOT-NR-EXEC           PIC 9(03).
      *----------------------------------------------------------------*
       PROCEDURE DIVISION.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *
           PERFORM 010000-LE-CHECKPOINT
           PERFORM 015000-IDENTIFICA-EXECUCAO
           PERFORM 020000-ABRE-ARQUIVOS
           PERFORM 030000-SALTA-PROCESSADOS
           PERFORM 040000-LE-ORDENT
                                           W-QT-PROC
                   MOVE ORDCKP-QT-ACET  TO W-QT-ACET
                   MOVE ORDCKP-QT-RJTD  TO W-QT-RJTD
                   MOVE ORDCKP-DT-PRCT  TO W-DT-PRCT
                   MOVE ORDCKP-NR-EXEC  TO W-NR-EXEC
                   MOVE ORDCKP-CD-IDFC-ARQ TO W-CD-IDFC-ARQ-CKP
                   DISPLAY 'BCIS0274 - Repartida apos abend: saltando '
                           W-QT-SALTAR ' registros ja processados.'
               END-IF
       010000-SAI.
           EXIT
           .
      *----------------------------------------------------------------*
       015000-IDENTIFICA-EXECUCAO  SECTION.
      *----------------------------------------------------------------*
      * Identificador do arquivo (cartao ORDPRM) e numero da execucao
      * no dia. Na repartida arquivo, data e numero vem do checkpoint
      * - as ordens da execucao interrompida continuam na mesma chave;
      * cartao de outro arquivo na repartida encerra com RC 16.
      *
           OPEN INPUT ORDPRM
      *
           IF  W-FS-ORDPRM NOT EQUAL '00'
               DISPLAY 'BCIS0274 - Erro abertura ORDPRM FS='
                       W-FS-ORDPRM
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
      *
           READ ORDPRM
               AT END
                   MOVE SPACES TO REG-ORDPRM
           END-READ
      *
           MOVE ORDPRM-CD-IDFC-ARQ TO W-CD-IDFC-ARQ
           CLOSE ORDPRM
      *
           IF  W-CD-IDFC-ARQ EQUAL SPACES
               DISPLAY 'BCIS0274 - Cartao ORDPRM sem identificador do '
                       'arquivo.'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
      *
           IF  W-IN-REPARTIDA EQUAL 'S'
           AND W-CD-IDFC-ARQ-CKP NOT EQUAL SPACES
           AND W-CD-IDFC-ARQ-CKP NOT EQUAL W-CD-IDFC-ARQ
               DISPLAY 'BCIS0274 - Repartida do arquivo '
                       W-CD-IDFC-ARQ-CKP ' com cartao ORDPRM do '
                       'arquivo ' W-CD-IDFC-ARQ
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
      *
           OPEN I-O ARQ-BCI274R
      *
           IF  W-FS-BCI274R NOT EQUAL '00'
               DISPLAY 'BCIS0274 - Erro abertura BCI274R FS='
                       W-FS-BCI274R
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
      *
           IF  W-IN-REPARTIDA EQUAL 'S'
           AND W-NR-EXEC GREATER ZEROS
               GO TO 015000-SAI
           END-IF
      *
           ACCEPT W-DT-PRCT FROM DATE YYYYMMDD
           ACCEPT W-HR-ATU  FROM TIME
      *
           PERFORM 016000-PROXIMA-EXECUCAO
           .
       015000-SAI.
           EXIT
           .
      *----------------------------------------------------------------*
       016000-PROXIMA-EXECUCAO  SECTION.
      *----------------------------------------------------------------*
      * Registro de controle (sequencia zero) do arquivo na data guarda
      * a ultima execucao - o mesmo arquivo reapresentado no dia gera
      * nova execucao, estornavel em separado.
      *
           MOVE SPACES        TO REG-BCI274R
           MOVE W-CD-IDFC-ARQ TO REG-BCI274R-CD-IDFC-ARQ
           MOVE W-DT-PRCT     TO REG-BCI274R-DT-PRCT
           MOVE ZEROS         TO REG-BCI274R-NR-EXEC
                                 REG-BCI274R-NR-SEQ
      *
           READ ARQ-BCI274R
               INVALID KEY
                   MOVE SPACES TO REG-BCI274R-CTL
                   MOVE ZEROS  TO REG-BCI274R-NR-ULT-EXEC
           END-READ
      *
           ADD 1 REG-BCI274R-NR-ULT-EXEC GIVING W-NR-EXEC
           MOVE W-NR-EXEC       TO REG-BCI274R-NR-ULT-EXEC
           MOVE W-HR-ATU (1:6)  TO REG-BCI274R-HR-ULT-EXEC
      *
           IF  W-NR-EXEC EQUAL 1
               WRITE REG-BCI274R
           ELSE
               REWRITE REG-BCI274R
           END-IF
      *
           IF  W-FS-BCI274R NOT EQUAL '00'
               DISPLAY 'BCIS0274 - Erro gravacao controle BCI274R FS='
                       W-FS-BCI274R
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           .
       016000-SAI.
           EXIT
           .
      *----------------------------------------------------------------*
       020000-ABRE-ARQUIVOS  SECTION.
      *----------------------------------------------------------------*
      *
           ADD 1 TO W-QT-PROC
      *
           PERFORM 055000-PREPARA-ORDEM-EXEC
      *
      *    Linha pendente da execucao interrompida: o abend pode ter
      *    vindo depois do registro no OPES500V.
           IF  W-IN-REG-EXEC EQUAL 'S'
           AND REG-BCI274R-IN-ACET EQUAL 'P'
               PERFORM 057000-CONFERE-REGISTRO
           END-IF
      *
      *    Ordem aceita antes do abend e ainda fora do checkpoint nao
      *    volta ao OPES500V: so a disposicao e refeita.
           IF  REG-BCI274R-IN-ACET EQUAL 'S'
               PERFORM 058000-ORDEM-JA-ACEITA
           ELSE
               PERFORM 060000-CHAMA-OPES500V
               PERFORM 065000-GRAVA-ORDEM-EXEC
           END-IF
      *
           MOVE W-QT-PROC              TO W-DET-NR-SEQ
           MOVE ORDENT-CD-CLI          TO W-DET-CD-CLI
           MOVE W-CD-IDFR-ORD          TO W-DET-NR-ORD
           MOVE ORDENT-VL-MOEE         TO W-DET-VL-MOEE
           MOVE S500V-CD-RTN           TO W-DET-CD-RTN
           MOVE S500V-TX-MSG-RTN       TO W-DET-TX-MSG
       050000-SAI.
           EXIT
           .
      *----------------------------------------------------------------*
       055000-PREPARA-ORDEM-EXEC  SECTION.
      *----------------------------------------------------------------*
      * Linha da ordem no registro de execucoes, gravada antes da
      * chamada com o numero que o OPES500V vai registrar. Linha ja
      * existente (repartida apos abend antes do checkpoint) mantem o
      * numero atribuido na execucao interrompida.
      *
           MOVE SPACES                 TO REG-BCI274R
           MOVE W-CD-IDFC-ARQ          TO REG-BCI274R-CD-IDFC-ARQ
           MOVE W-DT-PRCT              TO REG-BCI274R-DT-PRCT
           MOVE W-NR-EXEC              TO REG-BCI274R-NR-EXEC
           MOVE W-QT-PROC              TO REG-BCI274R-NR-SEQ
      *
           READ ARQ-BCI274R
               INVALID KEY
                   MOVE 'N' TO W-IN-REG-EXEC
               NOT INVALID KEY
                   MOVE 'S' TO W-IN-REG-EXEC
           END-READ
      *
           IF  W-IN-REG-EXEC EQUAL 'S'
           AND REG-BCI274R-CD-IDFR-ORD GREATER ZEROS
               MOVE REG-BCI274R-CD-IDFR-ORD TO W-CD-IDFR-ORD
               GO TO 055000-SAI
           END-IF
      *
           PERFORM 056000-PROXIMO-NR-ORDEM
      *
           ACCEPT W-DT-ATU FROM DATE YYYYMMDD
           ACCEPT W-HR-ATU FROM TIME
      *
           MOVE SPACES                 TO REG-BCI274R
           MOVE W-CD-IDFC-ARQ          TO REG-BCI274R-CD-IDFC-ARQ
           MOVE W-DT-PRCT              TO REG-BCI274R-DT-PRCT
           MOVE W-NR-EXEC              TO REG-BCI274R-NR-EXEC
           MOVE W-QT-PROC              TO REG-BCI274R-NR-SEQ
           MOVE W-CD-IDFR-ORD          TO REG-BCI274R-CD-IDFR-ORD
           MOVE ORDENT-CD-CLI          TO REG-BCI274R-CD-CLI
           MOVE ORDENT-CD-PRF-DEPE-EMT TO REG-BCI274R-CD-PRF-DEPE-EMT
           MOVE ORDENT-NR-CC-TMDR      TO REG-BCI274R-NR-CC-TMDR
           MOVE ORDENT-CD-MOE          TO REG-BCI274R-CD-MOE
           MOVE ORDENT-VL-MOEE         TO REG-BCI274R-VL-MOEE
           MOVE ZEROS                  TO REG-BCI274R-VL-MOEN
           MOVE ORDENT-DT-LQDC         TO REG-BCI274R-DT-LQDC
           MOVE W-DT-ATU               TO REG-BCI274R-DT-REG
           MOVE W-HR-ATU (1:6)         TO REG-BCI274R-HR-REG
           MOVE 'P'                    TO REG-BCI274R-IN-ACET
           MOVE ZEROS                  TO REG-BCI274R-DT-BKO
                                          REG-BCI274R-HR-BKO
                                          REG-BCI274R-CD-RTN-BKO
      *
           IF  W-IN-REG-EXEC EQUAL 'S'
               REWRITE REG-BCI274R
           ELSE
               WRITE REG-BCI274R
           END-IF
      *
           IF  W-FS-BCI274R NOT EQUAL '00'
               DISPLAY 'BCIS0274 - Erro gravacao BCI274R FS='
                       W-FS-BCI274R ' ordem ' W-CD-IDFR-ORD
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           .
       055000-SAI.
           EXIT
           .
      *----------------------------------------------------------------*
       056000-PROXIMO-NR-ORDEM  SECTION.
      *----------------------------------------------------------------*
      * Registro de controle geral (arquivo em branco, chave zero)
      * guarda o ultimo numero de ordem atribuido pelo lote; criado na
      * primeira utilizacao com o inicio da faixa (mesmo padrao do
      * BCIS0291).
      *
           MOVE SPACES                 TO REG-BCI274R
           MOVE ZEROS                  TO REG-BCI274R-DT-PRCT
                                          REG-BCI274R-NR-EXEC
                                          REG-BCI274R-NR-SEQ
      *
           READ ARQ-BCI274R
               INVALID KEY
                   MOVE CTE-NR-ORD-INI TO W-CD-IDFR-ORD
                   MOVE SPACES         TO REG-BCI274R-CTL
                   MOVE ZEROS          TO REG-BCI274R-NR-ULT-EXEC
                                          REG-BCI274R-HR-ULT-EXEC
                   MOVE W-CD-IDFR-ORD  TO REG-BCI274R-NR-ULT-ORD
                   WRITE REG-BCI274R
               NOT INVALID KEY
                   ADD 1 REG-BCI274R-NR-ULT-ORD GIVING W-CD-IDFR-ORD
                   MOVE W-CD-IDFR-ORD  TO REG-BCI274R-NR-ULT-ORD
                   REWRITE REG-BCI274R
           END-READ
      *
           IF  W-FS-BCI274R NOT EQUAL '00'
               DISPLAY 'BCIS0274 - Erro controle de numeracao BCI274R '
                       'FS=' W-FS-BCI274R
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           .
       056000-SAI.
           EXIT
           .
      *----------------------------------------------------------------*
       057000-CONFERE-REGISTRO  SECTION.
      *----------------------------------------------------------------*
      * Numero ja no acompanhamento = ordem registrada pelo OPES500V
      * antes do abend: a linha e fechada como aceita e a ordem nao e
      * reapresentada (registro em dobro). Sem acompanhamento (RTN 3)
      * a ordem segue p/ a chamada; qualquer outro retorno nao permite
      * decidir e aborta a repartida.
      *
           INITIALIZE L-BCIS0277
      *
           MOVE 2                      TO K0277-CD-FUC
           MOVE W-CD-IDFR-ORD          TO K0277-CD-IDFR-ORD
      *
           MOVE LENGTH OF L-BCIS0277 TO EIBCALEN
           CALL BCIS0277 USING DFHEIBLK L-BCIS0277
      *
           IF  K0277-CD-RTN EQUAL 3
               GO TO 057000-SAI
           END-IF
      *
           IF  K0277-CD-RTN NOT EQUAL ZEROS
               DISPLAY 'BCIS0274 - Ordem ' W-CD-IDFR-ORD
                       ' acompanhamento: ' K0277-TX-MSG-RTN
               DISPLAY 'BCIS0274 - Repartida interrompida: ordem '
                       'pendente sem confirmacao do registro'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
      *
      *    Valor em moeda nacional da confirmacao recuperado do VET
      *    gravado com a ordem (BCIS0325, mesma consulta do BCIS0328),
      *    base do estorno do acumulador pelo BCIS0337. Sem VET o valor
      *    fica zerado e o BCIS0337 aponta o estorno como pendente.
           INITIALIZE L-BCIS0325
               REPLACING ALPHANUMERIC BY ' '
               NUMERIC BY  0
      *
           MOVE 2                      TO K0325-CD-FUC
           MOVE W-CD-IDFR-ORD          TO K0325-CD-IDFR-ORD
      *
           MOVE LENGTH OF L-BCIS0325 TO EIBCALEN
           CALL BCIS0325 USING DFHEIBLK L-BCIS0325
      *
           MOVE 'S'                    TO REG-BCI274R-IN-ACET
      *
           IF  K0325-CD-RTN EQUAL ZEROS
               MOVE K0325-VL-MOEN      TO REG-BCI274R-VL-MOEN
           ELSE
               MOVE ZEROS              TO REG-BCI274R-VL-MOEN
               DISPLAY 'BCIS0274 - Ordem ' W-CD-IDFR-ORD
                       ' ja registrada antes da repartida - VET: '
                       K0325-TX-MSG-RTN
           END-IF
      *
           REWRITE REG-BCI274R
               INVALID KEY
                   DISPLAY 'BCIS0274 - Erro gravacao BCI274R FS='
                           W-FS-BCI274R ' ordem ' W-CD-IDFR-ORD
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-REWRITE
           .
       057000-SAI.
           EXIT
           .
      *----------------------------------------------------------------*
       058000-ORDEM-JA-ACEITA  SECTION.
      *----------------------------------------------------------------*
      * Ordem aceita na execucao interrompida: disposicao refeita com o
      * numero ja registrado, sem nova chamada ao OPES500V.
      *
           INITIALIZE L-OPES500V
      *
           MOVE W-CD-IDFR-ORD          TO S500V-CD-IDFR-ORD-PGTO
           MOVE 'BCIS0274 - Ordem aceita antes da repartida.'
                                       TO S500V-TX-MSG-RTN
           .
       058000-SAI.
           EXIT
           .
      *----------------------------------------------------------------*
       060000-CHAMA-OPES500V  SECTION.
      *----------------------------------------------------------------*
      * Registro completo em uma unica chamada: canal 'B', opcao 11A,
      * inclusao, fase de confirmacao, com o numero atribuido pelo
      * lote.
      *
           INITIALIZE L-OPES500V
      *
           MOVE W-CD-IDFR-ORD          TO S500V-CD-IDFR-ORD-PGTO
           MOVE 'I'                    TO S500V-CD-TIP-OPR
           MOVE '11A'                  TO S500V-OPCAO
           MOVE 'B'                    TO S500V-CD-CNL
       060000-SAI.
           EXIT
           .
      *----------------------------------------------------------------*
       065000-GRAVA-ORDEM-EXEC  SECTION.
      *----------------------------------------------------------------*
      * Disposicao da chamada na linha da ordem: aceita, com o valor
      * em moeda nacional que o estorno da execucao (BCIS0337) precisa
      * desfazer no acumulador, ou rejeitada.
      *
           IF  S500V-CD-RTN EQUAL ZEROS
               MOVE 'S'                TO REG-BCI274R-IN-ACET
               MOVE S500V-VL-MOEN      TO REG-BCI274R-VL-MOEN
           ELSE
               MOVE 'N'                TO REG-BCI274R-IN-ACET
           END-IF
      *
           REWRITE REG-BCI274R
               INVALID KEY
                   DISPLAY 'BCIS0274 - Erro gravacao BCI274R FS='
                           W-FS-BCI274R ' ordem ' W-CD-IDFR-ORD
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-REWRITE
           .
       065000-SAI.
           EXIT
           .
      *----------------------------------------------------------------*
       070000-GRAVA-CHECKPOINT  SECTION.
      *----------------------------------------------------------------*
           MOVE W-QT-ACET TO ORDCKP-QT-ACET
           MOVE W-QT-RJTD TO ORDCKP-QT-RJTD
           MOVE 'N'       TO ORDCKP-IN-FIM
           MOVE W-DT-PRCT TO ORDCKP-DT-PRCT
           MOVE W-NR-EXEC TO ORDCKP-NR-EXEC
           MOVE W-CD-IDFC-ARQ TO ORDCKP-CD-IDFC-ARQ
      *
           WRITE REG-ORDCKP
      *
      *
           MOVE W-QT-RJTD              TO W-TOT-QT-RJTD
           WRITE REG-ORDSAI            FROM W-LN-TOTAL-3
      *
           MOVE W-CD-IDFC-ARQ          TO W-TOT-CD-IDFC-ARQ
           MOVE W-DT-PRCT              TO W-TOT-DT-PRCT
           MOVE W-NR-EXEC              TO W-TOT-NR-EXEC
           WRITE REG-ORDSAI            FROM W-LN-TOTAL-4
           .
       080000-SAI.
           EXIT
           MOVE W-QT-ACET TO ORDCKP-QT-ACET
           MOVE W-QT-RJTD TO ORDCKP-QT-RJTD
           MOVE 'S'       TO ORDCKP-IN-FIM
           MOVE W-DT-PRCT TO ORDCKP-DT-PRCT
           MOVE W-NR-EXEC TO ORDCKP-NR-EXEC
           MOVE W-CD-IDFC-ARQ TO ORDCKP-CD-IDFC-ARQ
      *
           WRITE REG-ORDCKP
      *
      *
           CLOSE ORDENT
           CLOSE ORDSAI
           CLOSE ARQ-BCI274R
           .
       095000-SAI.
           EXIT
