      *----------------------------------------------------------------*
      * PROGRAMA..: BCIS0313
      * ANALISTA..: MATEUS BARBOSA DA SILVA.
      * AUTOR.....: MATEUS BARBOSA DA SILVA.
      * DATA......: 15/10/2026.
      * OBJETIVO..: Montagem batch das mensagens de recall SWIFT dos
      *             pedidos registrados pelo BCIS0312 (base BCI312R,
      *             situacao 'P'). Para cada pedido localiza no
      *             arquivo historico de mensagens de saida MSGHST
      *             (mesmo layout da fila MSGSAI do BCIS0286,
      *             acumulado pela JCL e classificado pelo
      *             identificador da ordem) a MT103 original e, se
      *             houve cobertura, a MT202, e monta a MT192 ao
      *             banqueiro destinatario da MT103 e a MT292 ao
      *             banqueiro de cobertura, com a copia do campo 32A
      *             da mensagem original. As mensagens sao
      *             acrescentadas a fila de saida MSGSAI do dia e o
      *             pedido passa a 'M' (enviado). Pedido sem mensagem
      *             original no historico fica pendente e sai no
      *             relatorio RELRCL como excecao.
      *----------------------------------------------------------------*
      * COMPILACAO: 54 - PSOSE600 - Cobol 6.3 c/otimizacao p/producao
      *----------------------------------------------------------------*
      * Vrs Data     E/A/D   Respon.  Descrição da versão
      * --- -------- ------- -------- ---------------------------------*
      * 001 15102026 Implan. F7021226 Implantacao
      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.
      *----------------------------------------------------------------*
       PROGRAM-ID. BCIS0313.
      *----------------------------------------------------------------*
       ENVIRONMENT DIVISION.
      *----------------------------------------------------------------*
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
      *----------------------------------------------------------------*
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-BCI312R  ASSIGN TO BCI312R
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS REG-BCI312R-CHV
                  FILE STATUS  IS W-FS-BCI312R.
      *
           SELECT MSGHST ASSIGN TO MSGHST
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS W-FS-MSGHST.
      *
           SELECT MSGSAI ASSIGN TO MSGSAI
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS W-FS-MSGSAI.
      *
           SELECT RELRCL ASSIGN TO RELRCL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS W-FS-RELRCL.
      *----------------------------------------------------------------*
       DATA DIVISION.
      *----------------------------------------------------------------*
       FILE SECTION.
      * Pedidos de recall (mesmo layout do BCIS0312)
       FD  ARQ-BCI312R.
       01  REG-BCI312R.
           03  REG-BCI312R-CHV.
               05  REG-BCI312R-CD-IDFR-ORD     PIC 9(10).
           03  REG-BCI312R-CD-EST-RCL          PIC X(01).
           03  REG-BCI312R-NR-TNTV             PIC 9(02).
           03  REG-BCI312R-CD-MTV-RCL          PIC X(04).
           03  REG-BCI312R-TX-MTV-RCL          PIC X(35).
           03  REG-BCI312R-CD-IDFR-MT103       PIC X(16).
           03  REG-BCI312R-CD-IDFR-MT202       PIC X(16).
           03  REG-BCI312R-CD-UETR             PIC X(36).
           03  REG-BCI312R-CD-USU              PIC X(08).
           03  REG-BCI312R-DT-SLCT             PIC 9(08).
           03  REG-BCI312R-HR-SLCT             PIC 9(06).
           03  REG-BCI312R-CD-IDFR-MT192       PIC X(16).
           03  REG-BCI312R-CD-IDFR-MT292       PIC X(16).
           03  REG-BCI312R-DT-MSG              PIC 9(08).
           03  REG-BCI312R-CD-RSP-MT196        PIC X(04).
           03  REG-BCI312R-CD-RSP-MT296        PIC X(04).
           03  REG-BCI312R-DT-RSP              PIC 9(08).
           03  REG-BCI312R-TX-RSP              PIC X(35).
           03  FILLER                          PIC X(20).
      *
      * Historico das mensagens de saida, classificado pela ordem.
       FD  MSGHST
           RECORDING MODE IS F.
       01  REG-MSGHST.
           03  MSGHST-CD-TIP-MSG           PIC X(03).
           03  MSGHST-CD-IDFR-MSG          PIC X(16).
           03  MSGHST-CD-SWFT-DST          PIC X(11).
           03  MSGHST-NR-ORD-PGTO          PIC 9(10).
           03  MSGHST-CD-UETR              PIC X(36).
           03  MSGHST-TX-MSG               PIC X(600).
      *
      * Fila de saida de mensagens (layout do BCIS0286).
       FD  MSGSAI
           RECORDING MODE IS F.
       01  REG-MSGSAI.
           03  MSGSAI-CD-TIP-MSG           PIC X(03).
           03  MSGSAI-CD-IDFR-MSG          PIC X(16).
           03  MSGSAI-CD-SWFT-DST          PIC X(11).
           03  MSGSAI-NR-ORD-PGTO          PIC 9(10).
           03  MSGSAI-CD-UETR              PIC X(36).
           03  MSGSAI-TX-MSG               PIC X(600).
      *
       FD  RELRCL
           RECORDING MODE IS F.
       01  REG-RELRCL                      PIC X(132).
      *----------------------------------------------------------------*
       WORKING-STORAGE SECTION.
      *
       77  CTE-INICIO                  PIC  X(025) VALUE
                                            '*** W.S.S. COMECA AQUI***'.
       77  CTE-PROG                    PIC  X(016) VALUE
                                            '*** BCIS0313 ***'.
       77  CTE-VERS                    PIC  X(006) VALUE 'VRS001'.
       77  CTE-FIM                     PIC  X(018) VALUE
                                            '*** FIM NORMAL ***'.
      *
       77  W-FS-BCI312R                PIC X(02) VALUE '00'.
       77  W-FS-MSGHST                 PIC X(02) VALUE '00'.
       77  W-FS-MSGSAI                 PIC X(02) VALUE '00'.
       77  W-FS-RELRCL                 PIC X(02) VALUE '00'.
       77  W-IN-FIM-BASE               PIC X(01) VALUE 'N'.
           88  FIM-BASE                          VALUE 'S'.
       77  W-IN-FIM-MSGHST             PIC X(01) VALUE 'N'.
           88  FIM-MSGHST                        VALUE 'S'.
       77  W-IN-ACHOU-MT103            PIC X(01) VALUE 'N'.
       77  W-IN-ACHOU-MT202            PIC X(01) VALUE 'N'.
      *
       77  W-QT-PDD                    PIC 9(06) VALUE ZEROS.
       77  W-QT-MT192                  PIC 9(06) VALUE ZEROS.
       77  W-QT-MT292                  PIC 9(06) VALUE ZEROS.
       77  W-QT-SEM-ORIG               PIC 9(06) VALUE ZEROS.
      *
       01  W-DT-EXEC-AMD               PIC 9(08) VALUE ZEROS.
       01  W-HR-EXEC                   PIC 9(06) VALUE ZEROS.
      *
      * Dados guardados da mensagem original: destino e o campo 32A
      * (data-valor, moeda e valor), que fica em posicao fixa na
      * montagem do BCIS0286 - logo apos 20/23B na MT103 e apos 20/21
      * na MT202.
       01  W-CD-SWFT-DST-MT103         PIC X(11) VALUE SPACES.
       01  W-CD-SWFT-DST-MT202         PIC X(11) VALUE SPACES.
       01  W-TX-32A-MT103              PIC X(30) VALUE SPACES.
       01  W-TX-32A-MT202              PIC X(30) VALUE SPACES.
      *
       01  W-LN-DETALHE.
           03  W-DET-NR-ORD            PIC Z(9)9.
           03  FILLER                  PIC X(02) VALUE SPACES.
           03  W-DET-CD-MTV-RCL        PIC X(04).
           03  FILLER                  PIC X(02) VALUE SPACES.
           03  W-DET-CD-IDFR-MT192     PIC X(16).
           03  FILLER                  PIC X(02) VALUE SPACES.
           03  W-DET-CD-IDFR-MT292     PIC X(16).
           03  FILLER                  PIC X(02) VALUE SPACES.
           03  W-DET-CD-SWFT-DST       PIC X(11).
           03  FILLER                  PIC X(02) VALUE SPACES.
           03  W-DET-CD-USU            PIC X(08).
           03  FILLER                  PIC X(02) VALUE SPACES.
           03  W-DET-SITUACAO          PIC X(30).
      *
       01  W-LN-TOTAL-1.
           03  FILLER                  PIC X(32) VALUE
               'TOTAL DE PEDIDOS PENDENTES....:'.
           03  W-TOT-QT-PDD            PIC ZZZ.ZZ9.
      *
       01  W-LN-TOTAL-2.
           03  FILLER                  PIC X(32) VALUE
               'TOTAL DE MT192 GERADAS........:'.
           03  W-TOT-QT-MT192          PIC ZZZ.ZZ9.
      *
       01  W-LN-TOTAL-3.
           03  FILLER                  PIC X(32) VALUE
               'TOTAL DE MT292 COBERTURA......:'.
           03  W-TOT-QT-MT292          PIC ZZZ.ZZ9.
      *
       01  W-LN-TOTAL-4.
           03  FILLER                  PIC X(32) VALUE
               'TOTAL SEM MENSAGEM ORIGINAL...:'.
           03  W-TOT-QT-SEM-ORIG       PIC ZZZ.ZZ9.
      *----------------------------------------------------------------*
       PROCEDURE DIVISION.
      *----------------------------------------------------------------*
       000000-ROTINA-PRINCIPAL  SECTION.
      *----------------------------------------------------------------*
      *
           PERFORM 010000-ABRE-ARQUIVOS
           PERFORM 020000-DATA-EXECUCAO
           PERFORM 030000-POSICIONA-BASE
           PERFORM 037000-LE-MSGHST
           PERFORM 040000-PROCESSA-PEDIDO UNTIL FIM-BASE
           PERFORM 080000-ESCREVE-TOTAL
           PERFORM 090000-FECHA-ARQUIVOS
      *
           IF  W-QT-SEM-ORIG GREATER ZEROS
               MOVE 4 TO RETURN-CODE
           END-IF
      *
           STOP RUN
           .
      *----------------------------------------------------------------*
       010000-ABRE-ARQUIVOS  SECTION.
      *----------------------------------------------------------------*
      * A fila MSGSAI e aberta em extensao: as mensagens de recall
      * entram na mesma fila do dia das MT103/MT202 do BCIS0286.
      *
           OPEN I-O    ARQ-BCI312R
           OPEN INPUT  MSGHST
           OPEN EXTEND MSGSAI
           OPEN OUTPUT RELRCL
      *
           IF  W-FS-BCI312R NOT EQUAL '00'
               DISPLAY 'BCIS0313 - Erro abertura BCI312R FS='
                       W-FS-BCI312R
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
      *
           IF  W-FS-MSGHST NOT EQUAL '00'
               DISPLAY 'BCIS0313 - Erro abertura MSGHST FS='
                       W-FS-MSGHST
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
      *
           IF  W-FS-MSGSAI NOT EQUAL '00'
               DISPLAY 'BCIS0313 - Erro abertura MSGSAI FS='
                       W-FS-MSGSAI
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
      *
           IF  W-FS-RELRCL NOT EQUAL '00'
               DISPLAY 'BCIS0313 - Erro abertura RELRCL FS='
                       W-FS-RELRCL
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
           .
       020000-SAI.
           EXIT
           .
      *----------------------------------------------------------------*
       030000-POSICIONA-BASE  SECTION.
      *----------------------------------------------------------------*
      *
           MOVE ZEROS TO REG-BCI312R-CHV
      *
           START ARQ-BCI312R KEY IS NOT LESS REG-BCI312R-CHV
               INVALID KEY
                   MOVE 'S' TO W-IN-FIM-BASE
           END-START
      *
           IF  NOT FIM-BASE
               PERFORM 035000-LE-PROXIMO-PDD
           END-IF
           .
       030000-SAI.
           EXIT
           .
      *----------------------------------------------------------------*
       035000-LE-PROXIMO-PDD  SECTION.
      *----------------------------------------------------------------*
      *
           READ ARQ-BCI312R NEXT RECORD
               AT END
                   MOVE 'S' TO W-IN-FIM-BASE
           END-READ
           .
       035000-SAI.
           EXIT
           .
      *----------------------------------------------------------------*
       037000-LE-MSGHST  SECTION.
      *----------------------------------------------------------------*
      *
           READ MSGHST
               AT END
                   MOVE 'S' TO W-IN-FIM-MSGHST
           END-READ
           .
       037000-SAI.
           EXIT
           .
      *----------------------------------------------------------------*
       040000-PROCESSA-PEDIDO  SECTION.
      *----------------------------------------------------------------*
      *
           IF  REG-BCI312R-CD-EST-RCL NOT EQUAL 'P'
               GO TO 040000-LE-PROXIMO
           END-IF
      *
           ADD 1 TO W-QT-PDD
      *
           PERFORM 045000-LOCALIZA-ORIGINAL
      *
      *    Sem a MT103 (ou sem a MT202 quando houve cobertura) nao ha
      *    o que referenciar: o pedido fica pendente p/ o proximo ciclo.
           IF  W-IN-ACHOU-MT103 EQUAL 'N'
           OR (REG-BCI312R-CD-IDFR-MT202 NOT EQUAL SPACES
           AND W-IN-ACHOU-MT202 EQUAL 'N')
               ADD 1 TO W-QT-SEM-ORIG
               MOVE SPACES TO W-DET-CD-SWFT-DST
               MOVE 'SEM MENSAGEM ORIGINAL'   TO W-DET-SITUACAO
               PERFORM 070000-ESCREVE-DETALHE
               GO TO 040000-LE-PROXIMO
           END-IF
      *
           PERFORM 050000-MONTA-MT192
      *
           IF  REG-BCI312R-CD-IDFR-MT202 NOT EQUAL SPACES
               PERFORM 055000-MONTA-MT292
           END-IF
      *
           PERFORM 060000-ATUALIZA-PEDIDO
      *
           MOVE W-CD-SWFT-DST-MT103 TO W-DET-CD-SWFT-DST
           PERFORM 070000-ESCREVE-DETALHE
           .
       040000-LE-PROXIMO.
           PERFORM 035000-LE-PROXIMO-PDD
           .
       040000-SAI.
           EXIT
           .
      *----------------------------------------------------------------*
       045000-LOCALIZA-ORIGINAL  SECTION.
      *----------------------------------------------------------------*
      * Casamento balanceado pela ordem: o historico so avanca, os
      * dois lados estao na mesma sequencia.
      *
           MOVE 'N'    TO W-IN-ACHOU-MT103
           MOVE 'N'    TO W-IN-ACHOU-MT202
           MOVE SPACES TO W-CD-SWFT-DST-MT103
           MOVE SPACES TO W-CD-SWFT-DST-MT202
           MOVE SPACES TO W-TX-32A-MT103
           MOVE SPACES TO W-TX-32A-MT202
      *
           PERFORM 037000-LE-MSGHST
               UNTIL FIM-MSGHST
                  OR MSGHST-NR-ORD-PGTO NOT LESS
                     REG-BCI312R-CD-IDFR-ORD
      *
           PERFORM 047000-GUARDA-ORIGINAL
               UNTIL FIM-MSGHST
                  OR MSGHST-NR-ORD-PGTO NOT EQUAL
                     REG-BCI312R-CD-IDFR-ORD
           .
       045000-SAI.
           EXIT
           .
      *----------------------------------------------------------------*
       047000-GUARDA-ORIGINAL  SECTION.
      *----------------------------------------------------------------*
      *
           IF  MSGHST-CD-TIP-MSG  EQUAL '103'
           AND MSGHST-CD-IDFR-MSG EQUAL REG-BCI312R-CD-IDFR-MT103
               MOVE 'S'                TO W-IN-ACHOU-MT103
               MOVE MSGHST-CD-SWFT-DST TO W-CD-SWFT-DST-MT103
               MOVE MSGHST-TX-MSG(30:30) TO W-TX-32A-MT103
           END-IF
      *
           IF  MSGHST-CD-TIP-MSG  EQUAL '202'
           AND MSGHST-CD-IDFR-MSG EQUAL REG-BCI312R-CD-IDFR-MT202
               MOVE 'S'                TO W-IN-ACHOU-MT202
               MOVE MSGHST-CD-SWFT-DST TO W-CD-SWFT-DST-MT202
               MOVE MSGHST-TX-MSG(41:30) TO W-TX-32A-MT202
           END-IF
      *
           PERFORM 037000-LE-MSGHST
           .
       047000-SAI.
           EXIT
           .
      *----------------------------------------------------------------*
       050000-MONTA-MT192  SECTION.
      *----------------------------------------------------------------*
      * Pedido de cancelamento ao banqueiro da MT103: referencia
      * propria no 20, MT103 no 21, tipo e data da original no 11S
      * (data tirada da propria referencia FT+AAMMDD), motivo SWIFT
      * e texto no 79 e copia do 32A da original.
      *
           MOVE SPACES                    TO REG-MSGSAI
           MOVE '192'                     TO MSGSAI-CD-TIP-MSG
           MOVE REG-BCI312R-CD-IDFR-MT192 TO MSGSAI-CD-IDFR-MSG
           MOVE W-CD-SWFT-DST-MT103       TO MSGSAI-CD-SWFT-DST
           MOVE REG-BCI312R-CD-IDFR-ORD   TO MSGSAI-NR-ORD-PGTO
           MOVE REG-BCI312R-CD-UETR       TO MSGSAI-CD-UETR
      *
           STRING ':20:'
                  DELIMITED BY SIZE
                  REG-BCI312R-CD-IDFR-MT192
                  DELIMITED BY SPACE
                  ':21:'    REG-BCI312R-CD-IDFR-MT103
                  ':11S:103'
                            REG-BCI312R-CD-IDFR-MT103(3:6)
                  ':79:/'   REG-BCI312R-CD-MTV-RCL
                  '/'       REG-BCI312R-TX-MTV-RCL
                            W-TX-32A-MT103
                  DELIMITED BY SIZE
                  INTO MSGSAI-TX-MSG
      *
           WRITE REG-MSGSAI
           ADD 1 TO W-QT-MT192
           .
       050000-SAI.
           EXIT
           .
      *----------------------------------------------------------------*
       055000-MONTA-MT292  SECTION.
      *----------------------------------------------------------------*
      * Cobertura: o mesmo pedido ao banqueiro de cobertura,
      * referenciando a MT202.
      *
           MOVE SPACES                    TO REG-MSGSAI
           MOVE '292'                     TO MSGSAI-CD-TIP-MSG
           MOVE REG-BCI312R-CD-IDFR-MT292 TO MSGSAI-CD-IDFR-MSG
           MOVE W-CD-SWFT-DST-MT202       TO MSGSAI-CD-SWFT-DST
           MOVE REG-BCI312R-CD-IDFR-ORD   TO MSGSAI-NR-ORD-PGTO
           MOVE REG-BCI312R-CD-UETR       TO MSGSAI-CD-UETR
      *
           STRING ':20:'
                  DELIMITED BY SIZE
                  REG-BCI312R-CD-IDFR-MT292
                  DELIMITED BY SPACE
                  ':21:'    REG-BCI312R-CD-IDFR-MT202
                  ':11S:202'
                            REG-BCI312R-CD-IDFR-MT202(3:6)
                  ':79:/'   REG-BCI312R-CD-MTV-RCL
                  '/'       REG-BCI312R-TX-MTV-RCL
                            W-TX-32A-MT202
                  DELIMITED BY SIZE
                  INTO MSGSAI-TX-MSG
      *
           WRITE REG-MSGSAI
           ADD 1 TO W-QT-MT292
           .
       055000-SAI.
           EXIT
           .
      *----------------------------------------------------------------*
       060000-ATUALIZA-PEDIDO  SECTION.
      *----------------------------------------------------------------*
      *
           MOVE 'M'           TO REG-BCI312R-CD-EST-RCL
           MOVE W-DT-EXEC-AMD TO REG-BCI312R-DT-MSG
      *
           REWRITE REG-BCI312R
               INVALID KEY
                   DISPLAY 'BCIS0313 - Erro ao regravar pedido '
                           REG-BCI312R-CD-IDFR-ORD
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-REWRITE
      *
           MOVE 'MENSAGEM GERADA'          TO W-DET-SITUACAO
           .
       060000-SAI.
           EXIT
           .
      *----------------------------------------------------------------*
       070000-ESCREVE-DETALHE  SECTION.
      *----------------------------------------------------------------*
      *
           MOVE REG-BCI312R-CD-IDFR-ORD   TO W-DET-NR-ORD
           MOVE REG-BCI312R-CD-MTV-RCL    TO W-DET-CD-MTV-RCL
           MOVE REG-BCI312R-CD-IDFR-MT192 TO W-DET-CD-IDFR-MT192
           MOVE REG-BCI312R-CD-IDFR-MT292 TO W-DET-CD-IDFR-MT292
           MOVE REG-BCI312R-CD-USU        TO W-DET-CD-USU
      *
           WRITE REG-RELRCL FROM W-LN-DETALHE
           .
       070000-SAI.
           EXIT
           .
      *----------------------------------------------------------------*
       080000-ESCREVE-TOTAL  SECTION.
      *----------------------------------------------------------------*
      *
           MOVE SPACES          TO REG-RELRCL
           WRITE REG-RELRCL
      *
           MOVE W-QT-PDD        TO W-TOT-QT-PDD
           WRITE REG-RELRCL     FROM W-LN-TOTAL-1
      *
           MOVE W-QT-MT192      TO W-TOT-QT-MT192
           WRITE REG-RELRCL     FROM W-LN-TOTAL-2
      *
           MOVE W-QT-MT292      TO W-TOT-QT-MT292
           WRITE REG-RELRCL     FROM W-LN-TOTAL-3
      *
           MOVE W-QT-SEM-ORIG   TO W-TOT-QT-SEM-ORIG
           WRITE REG-RELRCL     FROM W-LN-TOTAL-4
           .
       080000-SAI.
           EXIT
           .
      *----------------------------------------------------------------*
       090000-FECHA-ARQUIVOS  SECTION.
      *----------------------------------------------------------------*
      *
           CLOSE ARQ-BCI312R
           CLOSE MSGHST
           CLOSE MSGSAI
           CLOSE RELRCL
           .
       090000-SAI.
           EXIT
           .
