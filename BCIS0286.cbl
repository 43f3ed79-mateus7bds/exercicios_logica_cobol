      *             ciclo de vida (BCIS0277), levando as referencias
      *             geradas. Relatorio RELMSG com a disposicao de cada
      *             ordem e totais.
      *             Ordem retida no primeiro pagamento (BCIS0333) nao
      *             tem mensagem no dia: vai p/ o arquivo de retidas
      *             ORDRTS, no layout do ORDACE. O run seguinte le
      *             essas ordens em ORDRTE antes do extrato do dia e
      *             gera a mensagem das ja liberadas ('L' confirmacao
      *             BCIS020M / 'D' decurso BCIS0334); a ainda retida
      *             volta ao ORDRTS e a que nao esta mais registrada
      *             no acompanhamento (cancelada, ja mensageada) e
      *             descartada.
      *             Arquivos de retidas na cadeia: ORDRTE = geracao
      *             corrente (0) do arquivo de retidas - DUMMY na
      *             primeira execucao; ORDRTS = nova geracao (+1),
      *             catalogada so no fim normal (reprocessamento le a
      *             mesma geracao de entrada). BCIS0334 roda antes do
      *             BCIS0286 na cadeia noturna.
      *----------------------------------------------------------------*
      * COMPILACAO: 54 - PSOSE600 - Cobol 6.3 c/otimizacao p/producao
      *----------------------------------------------------------------*
      * Vrs Data     E/A/D   Respon.  Descrição da versão
      * --- -------- ------- -------- ---------------------------------*
      * 006 15102026 Manut.  F7021226 Ordem retida vai p/ o arquivo
      *                               de retidas ORDRTS e e relida
      *                               (ORDRTE) nos runs seguintes ate
      *                               a liberacao - antes, a ordem
      *                               retida nao voltava mais ao
      *                               BCIS0286. Descarta a retida que
      *                               nao esta mais registrada no
      *                               acompanhamento.
      * 005 15102026 Manut.  F7021226 Ordem com retencao de primeiro
      *                               pagamento ainda pendente
      *                               (BCIS0333/BCI333R) nao tem a
      *                               mensagem gerada: sai no
      *                               relatorio como retida e segue
      *                               p/ o run seguinte ao da
      *                               liberacao (BCIS0334).
      * 004 15102026 Manut.  F7021226 Campos 50K, 59 e 70 da MT103
      *                               montados com os textos da ordem
      *                               ja no conjunto SWIFT X e em
      *                               linhas de 35, gravados no
      *                               registro (BCIS0332/BCI332T) -
      *                               a mensagem leva o que o operador
      *                               conferiu. Ordem sem textos
      *                               gravados segue a montagem antiga.
      * 003 15102026 Manut.  F7021226 Registra o run no livro de
      *                               execucao da cadeia noturna
      *                               (BCIS0322): recusa data de negocio
      *                               ja processada e predecessor nao
      *                               concluido, salvo reprocessamento
      *                               autorizado (BCIS0323).
      * 002 02092026 Manut.  F7021226 Gera o UETR (rastreamento SWIFT
      *                               gpi) de cada pagamento, leva-o
      *                               na fila de saida MSGSAI e o
           SELECT RELMSG ASSIGN TO RELMSG
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS W-FS-RELMSG.
      *
           SELECT ORDRTE ASSIGN TO ORDRTE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS W-FS-ORDRTE.
      *
           SELECT ORDRTS ASSIGN TO ORDRTS
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS W-FS-ORDRTS.
      *----------------------------------------------------------------*
       DATA DIVISION.
      *----------------------------------------------------------------*
       FD  RELMSG
           RECORDING MODE IS F.
       01  REG-RELMSG                      PIC X(132).
      *
      * Ordens retidas no primeiro pagamento - run anterior (ORDRTE)
      * e este run (ORDRTS), no layout do ORDACE.
       FD  ORDRTE
           RECORDING MODE IS F.
       01  REG-ORDRTE                      PIC X(332).
      *
       FD  ORDRTS
           RECORDING MODE IS F.
       01  REG-ORDRTS                      PIC X(332).
      *----------------------------------------------------------------*
       WORKING-STORAGE SECTION.
      ******************************************************************
      ******************************************************************
       01 TAB-PROGRAMAS-CHAMADOS.
          03 BCIS0277                      PIC X(8) VALUE 'BCIS0277'.
          03 BCIS0322                      PIC X(8) VALUE 'BCIS0322'.
          03 BCIS0332                      PIC X(8) VALUE 'BCIS0332'.
          03 BCIS0333                      PIC X(8) VALUE 'BCIS0333'.
      *
       77  CTE-INICIO                  PIC  X(025) VALUE
                                            '*** W.S.S. COMECA AQUI***'.
       77  CTE-PROG                    PIC  X(016) VALUE
                                            '*** BCIS0286 ***'.
       77  CTE-VERS                    PIC  X(006) VALUE 'VRS006'.
       77  CTE-FIM                     PIC  X(018) VALUE
                                            '*** FIM NORMAL ***'.
      *
       77  W-FS-RELMSG                 PIC X(02) VALUE '00'.
       77  W-IN-FIM-ORDACE             PIC X(01) VALUE 'N'.
           88  FIM-ORDACE                        VALUE 'S'.
       77  W-FS-ORDRTE                 PIC X(02) VALUE '00'.
       77  W-FS-ORDRTS                 PIC X(02) VALUE '00'.
       77  W-IN-FIM-ORDRTE             PIC X(01) VALUE 'N'.
           88  FIM-ORDRTE                        VALUE 'S'.
      *
       77  W-QT-ORD                    PIC 9(06) VALUE ZEROS.
       77  W-QT-MT103                  PIC 9(06) VALUE ZEROS.
       77  W-QT-MT202                  PIC 9(06) VALUE ZEROS.
       77  W-QT-EVT-FLH                PIC 9(06) VALUE ZEROS.
       77  W-QT-RET                    PIC 9(06) VALUE ZEROS.
       77  W-QT-RTE                    PIC 9(06) VALUE ZEROS.
       77  W-QT-RTE-DSC                PIC 9(06) VALUE ZEROS.
       77  W-NR-SEQ-MSG                PIC 9(06) VALUE ZEROS.
      *
       01  W-DT-EXEC-AMD               PIC 9(08) VALUE ZEROS.
       01  W-TX-CMP-72                 PIC X(18) VALUE SPACES.
       01  W-TX-CMP-56A                PIC X(17) VALUE SPACES.
      *
      * Campos 50K, 59 e 70 montados dos textos SWIFT gravados com a
      * ordem (BCI332T): linhas nao brancas, sem os brancos finais,
      * separadas por '+'. Cada campo entra no STRING pelo tamanho
      * apurado.
       77  W-IN-TX-SWFT                PIC X(01) VALUE 'N'.
       77  W-IX-LIN-SWFT               PIC 9(01) VALUE ZEROS.
       77  W-TAM-LIN-SWFT              PIC 9(02) VALUE ZEROS.
       77  W-PTR-SWFT                  PIC 9(03) VALUE ZEROS.
       77  W-TAM-50K                   PIC 9(03) VALUE ZEROS.
       77  W-TAM-59                    PIC 9(03) VALUE ZEROS.
       77  W-TAM-70                    PIC 9(03) VALUE ZEROS.
       01  W-TX-TXT-SWFT               PIC X(140) VALUE SPACES.
       01  W-TB-LIN-SWFT REDEFINES W-TX-TXT-SWFT.
           03  W-LIN-SWFT OCCURS 4 TIMES
                                       PIC X(35).
       01  W-TX-CMP-SWFT               PIC X(144) VALUE SPACES.
       01  W-TX-CMP-50K                PIC X(144) VALUE SPACES.
       01  W-TX-CMP-59                 PIC X(144) VALUE SPACES.
       01  W-TX-CMP-70                 PIC X(144) VALUE SPACES.
      *
      * Simulacao do bloco EIB p/ chamar um programa CICS a partir de
      * batch puro (mesma tecnica do BCIS0269).
       01  DFHEIBLK.
           03  EIBCALEN                PIC S9(04) COMP.
           03  FILLER                  PIC X(84).
      *
      * BCIS0332 - textos SWIFT da ordem (mesmo book do chamado)
       01  L-BCIS0332.
           03  K0332-CD-FUC                 PIC  9(01).
           03  K0332-CD-IDFR-ORD            PIC  9(10).
           03  K0332-TX-ENT                 PIC  X(140).
           03  K0332-QT-LIN-MAX             PIC  9(01).
           03  K0332-TX-SAI                 PIC  X(140).
           03  K0332-QT-LIN-SAI             PIC  9(01).
           03  K0332-IN-ALTD                PIC  X(01).
           03  K0332-IN-EXCD                PIC  X(01).
           03  K0332-TX-TMDR                PIC  X(105).
           03  K0332-TX-BNFC                PIC  X(70).
           03  K0332-TX-END-BNFC            PIC  X(35).
           03  K0332-TX-DET-PGTO            PIC  X(140).
           03  K0332-CD-USU                 PIC  X(08).
           03  K0332-DT-ATU                 PIC  9(08).
           03  K0332-CD-RTN                 PIC  9(02).
           03  K0332-TX-MSG-RTN             PIC  X(60).
      *
      * BCIS0333 - retencao do primeiro pagamento (mesmo book do
      * chamado)
       01  L-BCIS0333.
           03  K0333-CD-FUC                 PIC  9(01).
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
      *
      * BCIS0277 - base de acompanhamento (mesmo book do chamado)
       01  L-BCIS0277.
           03  K0277-CD-FUC                 PIC  9(01).
           03  FILLER                  PIC X(32) VALUE
               'TOTAL FALHA NO ACOMPANHAMENTO.:'.
           03  W-TOT-QT-EVT-FLH        PIC ZZZ.ZZ9.
      *
       01  W-LN-TOTAL-5.
           03  FILLER                  PIC X(32) VALUE
               'TOTAL RETIDAS 1O PAGAMENTO....:'.
           03  W-TOT-QT-RET            PIC ZZZ.ZZ9.
      *
       01  W-LN-TOTAL-6.
           03  FILLER                  PIC X(32) VALUE
               'RETIDAS DE RUNS ANTERIORES....:'.
           03  W-TOT-QT-RTE            PIC ZZZ.ZZ9.
      *
       01  W-LN-TOTAL-7.
           03  FILLER                  PIC X(32) VALUE
               'RETIDAS DESCARTADAS...........:'.
           03  W-TOT-QT-RTE-DSC        PIC ZZZ.ZZ9.
      *
      * Livro de execucao da cadeia noturna (BCIS0322)
       01  W-DT-CADEIA                 PIC 9(08) VALUE ZEROS.
       01  W-HR-CADEIA                 PIC 9(08) VALUE ZEROS.
       01  W-DT-NEG-CADEIA             PIC 9(08) VALUE ZEROS.
       01  W-CD-RTN-CADEIA             PIC 9(04) VALUE ZEROS.
      *
      * BCIS0322 - livro de execucao (mesmo book do chamado)
       01  L-BCIS0322.
           03  K0322-CD-FUC                 PIC  9(01).
           03  K0322-CD-PGM                 PIC  X(08).
           03  K0322-DT-NEG                 PIC  9(08).
           03  K0322-DT-ATU                 PIC  9(08).
           03  K0322-HR-ATU                 PIC  9(06).
           03  K0322-CD-RTN-PGM             PIC  9(04).
           03  K0322-QT-LIDO                PIC  9(09).
           03  K0322-QT-GRAV                PIC  9(09).
           03  K0322-VL-CTL-1               PIC  9(15)V9(02).
           03  K0322-VL-CTL-2               PIC  9(15)V9(02).
           03  K0322-CD-USU                 PIC  X(08).
           03  K0322-TX-MTV                 PIC  X(40).
           03  K0322-CD-RTN                 PIC  9(02).
           03  K0322-TX-MSG-RTN             PIC  X(60).
           03  K0322-QT-PGM                 PIC  9(02).
           03  K0322-TB-PGM OCCURS 7 TIMES.
               05  K0322-T-CD-PGM           PIC  X(08).
               05  K0322-T-CD-EST           PIC  X(01).
               05  K0322-T-CD-RTN-PGM       PIC  9(04).
               05  K0322-T-QT-EXEC          PIC  9(03).
               05  K0322-T-DT-INI           PIC  9(08).
               05  K0322-T-HR-INI           PIC  9(06).
               05  K0322-T-DT-FIM           PIC  9(08).
               05  K0322-T-HR-FIM           PIC  9(06).
               05  K0322-T-QT-LIDO          PIC  9(09).
               05  K0322-T-QT-GRAV          PIC  9(09).
               05  K0322-T-VL-CTL-1         PIC  9(15)V9(02).
               05  K0322-T-VL-CTL-2         PIC  9(15)V9(02).
               05  K0322-T-IN-AUTZ-REPR     PIC  X(01).
               05  K0322-T-CD-USU-AUTZ      PIC  X(08).
               05  K0322-T-TX-MTV-AUTZ      PIC  X(40).
      *----------------------------------------------------------------*
       PROCEDURE DIVISION.
      *----------------------------------------------------------------*
       000000-ROTINA-PRINCIPAL  SECTION.
      *----------------------------------------------------------------*
      *
           PERFORM 005000-INICIA-CADEIA
           PERFORM 010000-ABRE-ARQUIVOS
           PERFORM 020000-DATA-EXECUCAO
           PERFORM 032000-LE-ORDRTE
           PERFORM 035000-PROCESSA-RETIDA UNTIL FIM-ORDRTE
           PERFORM 030000-LE-ORDACE
           PERFORM 040000-PROCESSA-ORDEM UNTIL FIM-ORDACE
           PERFORM 080000-ESCREVE-TOTAL
      *        no scheduler p/ regularizacao antes do proximo ciclo.
               MOVE 4 TO RETURN-CODE
           END-IF
      *
           PERFORM 095000-ENCERRA-CADEIA
      *
           STOP RUN
           .
      *----------------------------------------------------------------*
       005000-INICIA-CADEIA  SECTION.
      *----------------------------------------------------------------*
      * Livro de execucao da cadeia noturna: recusa a data de negocio
      * ja processada e o predecessor nao concluido, salvo
      * reprocessamento autorizado pelo operador (BCIS0323).
      *
           ACCEPT W-DT-CADEIA FROM DATE YYYYMMDD
           ACCEPT W-HR-CADEIA FROM TIME
      *
           INITIALIZE L-BCIS0322
           MOVE 1                TO K0322-CD-FUC
           MOVE 'BCIS0286'       TO K0322-CD-PGM
           MOVE W-DT-CADEIA      TO K0322-DT-ATU
           MOVE W-HR-CADEIA(1:6) TO K0322-HR-ATU
      *
           MOVE LENGTH OF L-BCIS0322 TO EIBCALEN
           CALL BCIS0322 USING DFHEIBLK L-BCIS0322
      *
           IF  K0322-CD-RTN NOT EQUAL ZEROS
               DISPLAY 'BCIS0286 - Execucao recusada pelo livro'
                       ' da cadeia RTN=' K0322-CD-RTN
               DISPLAY 'BCIS0286 - ' K0322-TX-MSG-RTN
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
      *
           MOVE K0322-DT-NEG     TO W-DT-NEG-CADEIA
           DISPLAY 'BCIS0286 - Data de negocio ' W-DT-NEG-CADEIA
           .
       005000-SAI.
           EXIT
           .
      *----------------------------------------------------------------*
       010000-ABRE-ARQUIVOS  SECTION.
      *----------------------------------------------------------------*
           OPEN INPUT  ORDACE
           OPEN OUTPUT MSGSAI
           OPEN OUTPUT RELMSG
           OPEN INPUT  ORDRTE
           OPEN OUTPUT ORDRTS
      *
           IF  W-FS-ORDACE NOT EQUAL '00'
               DISPLAY 'BCIS0286 - Erro abertura ORDACE FS='
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
      *
           IF  W-FS-ORDRTE NOT EQUAL '00'
               DISPLAY 'BCIS0286 - Erro abertura ORDRTE FS='
                       W-FS-ORDRTE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
      *
           IF  W-FS-ORDRTS NOT EQUAL '00'
               DISPLAY 'BCIS0286 - Erro abertura ORDRTS FS='
                       W-FS-ORDRTS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           .
       010000-SAI.
           EXIT
       030000-SAI.
           EXIT
           .
      *----------------------------------------------------------------*
       032000-LE-ORDRTE  SECTION.
      *----------------------------------------------------------------*
      * Retida de run anterior, lida na area do ORDACE (mesmo layout)
      * p/ seguir o mesmo tratamento da ordem do dia.
      *
           READ ORDRTE INTO REG-ORDACE
               AT END
                   MOVE 'S' TO W-IN-FIM-ORDRTE
           END-READ
      *
           IF  NOT FIM-ORDRTE
               ADD 1 TO W-QT-RTE
           END-IF
           .
       032000-SAI.
           EXIT
           .
      *----------------------------------------------------------------*
       035000-PROCESSA-RETIDA  SECTION.
      *----------------------------------------------------------------*
      * Retida de run anterior: a que nao esta mais registrada no
      * acompanhamento (cancelada, ja mensageada) sai do arquivo; as
      * demais seguem o tratamento da ordem do dia - liberada gera a
      * mensagem, ainda retida volta ao ORDRTS.
      *
           PERFORM 042000-VERIFICA-SITUACAO
      *
           IF  K0277-CD-RTN EQUAL ZEROS
           AND K0277-CD-EST-ATU NOT EQUAL 'R' AND 'A' AND 'E'
               ADD 1 TO W-QT-RTE-DSC
               PERFORM 076000-ESCREVE-DESCARTADA
           ELSE
               PERFORM 043000-TRATA-ORDEM
           END-IF
      *
           PERFORM 032000-LE-ORDRTE
           .
       035000-SAI.
           EXIT
           .
      *----------------------------------------------------------------*
       040000-PROCESSA-ORDEM  SECTION.
      *----------------------------------------------------------------*
      *
           PERFORM 043000-TRATA-ORDEM
      *
           PERFORM 030000-LE-ORDACE
           .
       040000-SAI.
           EXIT
           .
      *----------------------------------------------------------------*
       042000-VERIFICA-SITUACAO  SECTION.
      *----------------------------------------------------------------*
      * Situacao corrente da retida no acompanhamento. Falha na
      * consulta nao descarta a ordem.
      *
           INITIALIZE L-BCIS0277
           MOVE 2                  TO K0277-CD-FUC
           MOVE ORDACE-NR-ORD-PGTO TO K0277-CD-IDFR-ORD
      *
           MOVE LENGTH OF L-BCIS0277 TO EIBCALEN
           CALL BCIS0277 USING DFHEIBLK L-BCIS0277
      *
           IF  K0277-CD-RTN NOT EQUAL ZEROS
               DISPLAY 'BCIS0286 - Ordem ' ORDACE-NR-ORD-PGTO
                       ' acompanhamento: ' K0277-TX-MSG-RTN
           END-IF
           .
       042000-SAI.
           EXIT
           .
      *----------------------------------------------------------------*
       043000-TRATA-ORDEM  SECTION.
      *----------------------------------------------------------------*
      *
      *    Primeiro pagamento a beneficiario novo ainda retido: a
      *    mensagem aguarda a liberacao (confirmacao ou BCIS0334).
           PERFORM 041000-VERIFICA-RETENCAO
      *
           IF  K0333-CD-RTN EQUAL ZEROS
           AND K0333-CD-EST EQUAL 'R'
               ADD 1 TO W-QT-RET
               PERFORM 075000-ESCREVE-RETIDA
               GO TO 043000-SAI
           END-IF
      *
           PERFORM 045000-GERA-REFERENCIAS
           PERFORM 050000-MONTA-MT103
      *
           PERFORM 060000-GRAVA-EVT-SWIFT
           PERFORM 070000-ESCREVE-DETALHE
           .
       043000-SAI.
           EXIT
           .
      *----------------------------------------------------------------*
       041000-VERIFICA-RETENCAO  SECTION.
      *----------------------------------------------------------------*
      * Ordem sem retencao devolve CD-RTN 3. Falha na consulta (base
      * indisponivel) tambem segura a ordem: volta no run seguinte.
      *
           INITIALIZE L-BCIS0333
           MOVE 5                  TO K0333-CD-FUC
           MOVE ORDACE-NR-ORD-PGTO TO K0333-CD-IDFR-ORD
      *
           MOVE LENGTH OF L-BCIS0333 TO EIBCALEN
           CALL BCIS0333 USING DFHEIBLK L-BCIS0333
      *
           IF  K0333-CD-RTN NOT EQUAL ZEROS
           AND K0333-CD-RTN NOT EQUAL 3
               DISPLAY 'BCIS0286 - Ordem ' ORDACE-NR-ORD-PGTO
                       ' retencao: ' K0333-TX-MSG-RTN
               MOVE ZEROS TO K0333-CD-RTN
               MOVE 'R'   TO K0333-CD-EST
           END-IF
           .
       041000-SAI.
           EXIT
           .
      *----------------------------------------------------------------*
               STRING ':72:' ORDACE-CD-CPSO
                   DELIMITED BY SIZE INTO W-TX-CMP-72
           END-IF
      *
      *    VRS004 - Textos da ordem ja conformes ao conjunto SWIFT
           PERFORM 051000-BUSCA-TX-SWFT
      *
           MOVE SPACES             TO REG-MSGSAI
           MOVE '103'              TO MSGSAI-CD-TIP-MSG
           MOVE ORDACE-CD-SWFT-DST TO MSGSAI-CD-SWFT-DST
           MOVE ORDACE-NR-ORD-PGTO TO MSGSAI-NR-ORD-PGTO
           MOVE W-CD-UETR          TO MSGSAI-CD-UETR
      *
           IF  W-IN-TX-SWFT EQUAL 'S'
               STRING ':20:'    W-CD-IDFR-MT103
                      ':23B:CRED'
                      ':32A:'   ORDACE-DT-LQDC(3:6)
                                ORDACE-CD-MOE-ISO
                                W-VL-MOEE-MSG
                      ':50K:/'  ORDACE-NR-CC-TMDR
                                W-TX-CMP-50K(1:W-TAM-50K)
                      ':57A:'   ORDACE-CD-SWFT-BNFC
                      ':59:/'   ORDACE-CD-CT-BNFC
                                W-TX-CMP-59(1:W-TAM-59)
                      '+'       ORDACE-NM-CID-BNFC
                      ':70:'    W-TX-CMP-70(1:W-TAM-70)
                      ':71A:'   W-CD-DSP-SWFT
                      DELIMITED BY SIZE
                      W-TX-CMP-72
                      DELIMITED BY SPACE
                      INTO MSGSAI-TX-MSG
               WRITE REG-MSGSAI
               ADD 1 TO W-QT-MT103
               GO TO 050000-SAI
           END-IF
      *
           STRING ':20:'    W-CD-IDFR-MT103
                  ':23B:CRED'
       050000-SAI.
           EXIT
           .
      *----------------------------------------------------------------*
       051000-BUSCA-TX-SWFT  SECTION.
      *----------------------------------------------------------------*
      * Textos da ordem gravados na confirmacao do registro, ja no
      * conjunto X e nas linhas de cada campo (BCIS0332 funcao 3).
      * Ordem registrada antes da gravacao dos textos nao os tem e
      * segue a montagem pelos campos do extrato.
      *
           MOVE 'N' TO W-IN-TX-SWFT
      *
           INITIALIZE L-BCIS0332
           MOVE 3                  TO K0332-CD-FUC
           MOVE ORDACE-NR-ORD-PGTO TO K0332-CD-IDFR-ORD
      *
           MOVE LENGTH OF L-BCIS0332 TO EIBCALEN
           CALL BCIS0332 USING DFHEIBLK L-BCIS0332
      *
           IF  K0332-CD-RTN EQUAL 3
               GO TO 051000-SAI
           END-IF
      *
           IF  K0332-CD-RTN NOT EQUAL ZEROS
               DISPLAY 'BCIS0286 - Aviso: textos SWIFT da ordem '
                       ORDACE-NR-ORD-PGTO ' - ' K0332-TX-MSG-RTN
               GO TO 051000-SAI
           END-IF
      *
           MOVE 'S' TO W-IN-TX-SWFT
      *
      *    50K - ordenante nas linhas seguintes a da conta
           MOVE SPACES           TO W-TX-TXT-SWFT
           MOVE K0332-TX-TMDR    TO W-TX-TXT-SWFT
           PERFORM 052000-MONTA-CMP-SWFT
           MOVE W-TX-CMP-SWFT    TO W-TX-CMP-50K
           COMPUTE W-TAM-50K = W-PTR-SWFT - 1
      *
      *    59 - nome e endereco do beneficiario apos a conta (a
      *    cidade fecha o campo)
           MOVE SPACES             TO W-TX-TXT-SWFT
           MOVE K0332-TX-BNFC      TO W-TX-TXT-SWFT(1:70)
           MOVE K0332-TX-END-BNFC  TO W-TX-TXT-SWFT(71:35)
           PERFORM 052000-MONTA-CMP-SWFT
           MOVE W-TX-CMP-SWFT    TO W-TX-CMP-59
           COMPUTE W-TAM-59 = W-PTR-SWFT - 1
      *
      *    70 - detalhes do pagamento, sem o separador inicial
           MOVE K0332-TX-DET-PGTO TO W-TX-TXT-SWFT
           PERFORM 052000-MONTA-CMP-SWFT
           IF  W-PTR-SWFT GREATER 2
               MOVE W-TX-CMP-SWFT(2:) TO W-TX-CMP-70
               COMPUTE W-TAM-70 = W-PTR-SWFT - 2
           ELSE
               MOVE SPACES TO W-TX-CMP-70
               MOVE 1      TO W-TAM-70
           END-IF
      *
           IF  W-TAM-50K EQUAL ZEROS
               MOVE 1 TO W-TAM-50K
           END-IF
           IF  W-TAM-59 EQUAL ZEROS
               MOVE 1 TO W-TAM-59
           END-IF
           .
       051000-SAI.
           EXIT
           .
      *----------------------------------------------------------------*
       052000-MONTA-CMP-SWFT  SECTION.
      *----------------------------------------------------------------*
      * Junta as linhas nao brancas de W-TX-TXT-SWFT em W-TX-CMP-SWFT,
      * cada uma precedida de '+' (W-PTR-SWFT = proxima posicao livre).
      *
           MOVE SPACES TO W-TX-CMP-SWFT
           MOVE 1      TO W-PTR-SWFT
      *
           PERFORM 053000-ACRESCENTA-LINHA
               VARYING W-IX-LIN-SWFT FROM 1 BY 1
               UNTIL W-IX-LIN-SWFT GREATER 4
           .
       052000-SAI.
           EXIT
           .
      *----------------------------------------------------------------*
       053000-ACRESCENTA-LINHA  SECTION.
      *----------------------------------------------------------------*
      *
           MOVE 35 TO W-TAM-LIN-SWFT
           PERFORM 054000-RECUA-BRANCO
               UNTIL W-TAM-LIN-SWFT EQUAL ZEROS
                  OR W-LIN-SWFT(W-IX-LIN-SWFT)(W-TAM-LIN-SWFT:1)
                     NOT EQUAL SPACE
      *
           IF  W-TAM-LIN-SWFT EQUAL ZEROS
               GO TO 053000-SAI
           END-IF
      *
           STRING '+' W-LIN-SWFT(W-IX-LIN-SWFT)(1:W-TAM-LIN-SWFT)
               DELIMITED BY SIZE
               INTO W-TX-CMP-SWFT WITH POINTER W-PTR-SWFT
           .
       053000-SAI.
           EXIT
           .
      *----------------------------------------------------------------*
       054000-RECUA-BRANCO  SECTION.
      *----------------------------------------------------------------*
      *
           SUBTRACT 1 FROM W-TAM-LIN-SWFT
           .
       054000-SAI.
           EXIT
           .
      *----------------------------------------------------------------*
       055000-MONTA-MT202  SECTION.
      *----------------------------------------------------------------*
       070000-SAI.
           EXIT
           .
      *----------------------------------------------------------------*
       075000-ESCREVE-RETIDA  SECTION.
      *----------------------------------------------------------------*
      *
           MOVE ORDACE-NR-ORD-PGTO TO W-DET-NR-ORD
           MOVE SPACES             TO W-DET-CD-IDFR-MT103
                                      W-DET-CD-IDFR-MT202
           MOVE ORDACE-CD-SWFT-DST TO W-DET-CD-SWFT-DST
           MOVE ORDACE-VL-MOEE     TO W-DET-VL-MOEE
           MOVE 'RETIDA 1O PAGTO'  TO W-DET-SITUACAO
      *
           WRITE REG-RELMSG FROM W-LN-DETALHE
      *
      *    Volta no proximo run pelo ORDRTE.
           WRITE REG-ORDRTS FROM REG-ORDACE
      *
           IF  W-FS-ORDRTS NOT EQUAL '00'
               DISPLAY 'BCIS0286 - Erro gravacao ORDRTS FS='
                       W-FS-ORDRTS ' ordem ' ORDACE-NR-ORD-PGTO
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           .
       075000-SAI.
           EXIT
           .
      *----------------------------------------------------------------*
       076000-ESCREVE-DESCARTADA  SECTION.
      *----------------------------------------------------------------*
      *
           MOVE ORDACE-NR-ORD-PGTO TO W-DET-NR-ORD
           MOVE SPACES             TO W-DET-CD-IDFR-MT103
                                      W-DET-CD-IDFR-MT202
           MOVE ORDACE-CD-SWFT-DST TO W-DET-CD-SWFT-DST
           MOVE ORDACE-VL-MOEE     TO W-DET-VL-MOEE
           MOVE SPACES             TO W-DET-SITUACAO
           STRING 'RETIDA DESCART. ('  DELIMITED BY SIZE
                  K0277-CD-EST-ATU     DELIMITED BY SIZE
                  ')'                  DELIMITED BY SIZE
                  INTO W-DET-SITUACAO
      *
           WRITE REG-RELMSG FROM W-LN-DETALHE
           .
       076000-SAI.
           EXIT
           .
      *----------------------------------------------------------------*
       080000-ESCREVE-TOTAL  SECTION.
      *----------------------------------------------------------------*
      *
           MOVE W-QT-EVT-FLH    TO W-TOT-QT-EVT-FLH
           WRITE REG-RELMSG     FROM W-LN-TOTAL-4
      *
           MOVE W-QT-RET        TO W-TOT-QT-RET
           WRITE REG-RELMSG     FROM W-LN-TOTAL-5
      *
           MOVE W-QT-RTE        TO W-TOT-QT-RTE
           WRITE REG-RELMSG     FROM W-LN-TOTAL-6
      *
           MOVE W-QT-RTE-DSC    TO W-TOT-QT-RTE-DSC
           WRITE REG-RELMSG     FROM W-LN-TOTAL-7
           .
       080000-SAI.
           EXIT
           CLOSE ORDACE
           CLOSE MSGSAI
           CLOSE RELMSG
           CLOSE ORDRTE
           CLOSE ORDRTS
           .
       090000-SAI.
           EXIT
           .
      *----------------------------------------------------------------*
       095000-ENCERRA-CADEIA  SECTION.
      *----------------------------------------------------------------*
      * Situacao final do run no livro (pelo RETURN-CODE), com as
      * quantidades e os totais de controle. O RETURN-CODE e guardado
      * antes do CALL e devolvido ao final.
      *
           MOVE RETURN-CODE      TO W-CD-RTN-CADEIA
           ACCEPT W-DT-CADEIA FROM DATE YYYYMMDD
           ACCEPT W-HR-CADEIA FROM TIME
      *
           INITIALIZE L-BCIS0322
           MOVE 2                TO K0322-CD-FUC
           MOVE 'BCIS0286'       TO K0322-CD-PGM
           MOVE W-DT-NEG-CADEIA  TO K0322-DT-NEG
           MOVE W-DT-CADEIA      TO K0322-DT-ATU
           MOVE W-HR-CADEIA(1:6) TO K0322-HR-ATU
           MOVE W-CD-RTN-CADEIA  TO K0322-CD-RTN-PGM
           COMPUTE K0322-QT-LIDO = W-QT-ORD + W-QT-RTE
           COMPUTE K0322-QT-GRAV = W-QT-MT103 + W-QT-MT202
      *
           MOVE LENGTH OF L-BCIS0322 TO EIBCALEN
           CALL BCIS0322 USING DFHEIBLK L-BCIS0322
      *
           IF  K0322-CD-RTN NOT EQUAL ZEROS
               DISPLAY 'BCIS0286 - Erro ao atualizar livro da cadeia'
                       ' RTN=' K0322-CD-RTN
               DISPLAY 'BCIS0286 - ' K0322-TX-MSG-RTN
               IF  W-CD-RTN-CADEIA LESS 4
                   MOVE 4 TO W-CD-RTN-CADEIA
               END-IF
           END-IF
      *
           MOVE W-CD-RTN-CADEIA  TO RETURN-CODE
           .
       095000-SAI.
           EXIT
           .
