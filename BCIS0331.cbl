      *----------------------------------------------------------------*
      * PROGRAMA..: BCIS0331
      * ANALISTA..: MATEUS BARBOSA DA SILVA.
      * AUTOR.....: MATEUS BARBOSA DA SILVA.
      * DATA......: 15/10/2026.
      * OBJETIVO..: Consulta online das ordens de pagamento de um
      *             cliente, por CPF/CNPJ (inclusive CNPJ alfanumerico,
      *             resolvido pela BCIS0144) ou por codigo de cliente,
      *             dentro de um periodo de datas de registro.
      *             Le o indice por tomador BCI330I (gravado pela
      *             BCIS0330) e devolve paginas de 10 linhas com data,
      *             moeda, valor, beneficiario e situacao atual da
      *             ordem (BCIS0277).
      *             Funcao 1 = lista a pagina seguinte. Chave de
      *             continuacao (K0331-DT-REG-PROX/K0331-CD-IDFR-PROX)
      *             zerada = primeira pagina; quando K0331-IN-MAIS-PAG
      *             = 'S' a chave volta preenchida e basta chamar de
      *             novo para obter a pagina seguinte.
      *             Funcao 2 = detalhe da linha K0331-NR-LIN-SLCD da
      *             pagina corrente, pelo BCIS0278 (area devolvida
      *             inteira em K0331-DET-ORD).
      *----------------------------------------------------------------*
      * COMPILACAO: 54 - PSOSE600 - Cobol 6.3 c/otimizacao p/producao
      *----------------------------------------------------------------*
      * Vrs Data     E/A/D   Respon.  Descrição da versão
      * --- -------- ------- -------- ---------------------------------*
      * 001 15102026 Implan. F7021226 Implantacao
      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.
      *----------------------------------------------------------------*
       PROGRAM-ID. BCIS0331.
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
      ******************************************************************
      ************** Tabela lista de programas chamados ****************
      ******************************************************************
       01 TAB-PROGRAMAS-CHAMADOS.
          03 BCIS0144                      PIC X(8) VALUE 'BCIS0144'.
          03 BCIS0277                      PIC X(8) VALUE 'BCIS0277'.
          03 BCIS0278                      PIC X(8) VALUE 'BCIS0278'.
      *
       77  CTE-INICIO                  PIC  X(025) VALUE
                                            '*** W.S.S. COMECA AQUI***'.
       77  CTE-PROG                    PIC  X(016) VALUE
                                            '*** BCIS0331 ***'.
       77  CTE-VERS                    PIC  X(006) VALUE 'VRS001'.
       77  CTE-FIM                     PIC  X(018) VALUE
                                            '*** FIM NORMAL ***'.
      *
       77  CTE-QT-LIN-PAG              PIC  9(02) VALUE 10.
      *
       77  W-FS-BCI330I                PIC  X(02) VALUE ZEROS.
       77  W-NR-NDX                    PIC  9(03) VALUE ZEROS.
       77  W-DT-INI                    PIC  9(08) VALUE ZEROS.
       77  W-DT-FIM                    PIC  9(08) VALUE ZEROS.
       77  W-TX-EST-ORD                PIC  X(25) VALUE SPACES.
      * Chave de leitura: 'P' = por pessoa (CPF/CNPJ), 'C' = por cliente
       77  W-IN-CHV                    PIC  X(01) VALUE SPACES.
           88  W-CHV-PESSOA            VALUE 'P'.
           88  W-CHV-CLIENTE           VALUE 'C'.
      *
      * BCIS0144 - CPF/CNPJ (layout inferido do uso feito pela BCIS0144,
      * o mesmo adotado no BCIS0263)
       01  L-BCIS0144.
           03  K0144-CD-FUC-DFE            PIC 9(09).
           03  K0144-NR-IDFC-PF-PJ         PIC 9(14).
           03  K0144-CPF-CNPJ-ALFA-N-FMTD  PIC X(14).
           03  K0144-CPF-CNPJ-ALFA-FMTD    PIC X(18).
           03  K0144-TIP-PSS               PIC 9(01).
           03  K0144-CD-RTN                PIC 9(02).
           03  K0144-TX-MSG-RTN            PIC X(60).
           03  K0144-PGM-CASD-ERRO         PIC X(08).
      *
      * BCIS0277 - base de acompanhamento (mesmo book do chamado)
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
      * BCIS0278 - consulta da ordem (mesmo book do chamado)
       01  L-BCIS0278.
           03  K0278-CD-IDFR-ORD            PIC  9(10).
           03  K0278-CD-EST-ATU             PIC  X(01).
           03  K0278-TX-EST-ATU             PIC  X(25).
           03  K0278-DT-ULT-EVT             PIC  9(08).
           03  K0278-CD-CLI                 PIC  9(09).
           03  K0278-CD-PRF-DEPE-EMT        PIC  9(04).
           03  K0278-CD-MOE                 PIC  9(03).
           03  K0278-VL-MOEE                PIC  9(13)V9(02).
           03  K0278-CD-SWFT-BNFC           PIC  X(11).
           03  K0278-DT-LQDC                PIC  X(10).
           03  K0278-CD-IDFR-MT103          PIC  X(16).
           03  K0278-CD-IDFR-MT202          PIC  X(16).
           03  K0278-CD-UETR                PIC  X(36).
           03  K0278-VL-TAXA-CMB            PIC  9(08)V9(07).
           03  K0278-VL-MOEN                PIC  9(13)V9(02).
           03  K0278-VL-TTL-TARF-MOEN       PIC  9(13)V9(02).
           03  K0278-VL-IOF-MOEN            PIC  9(13)V9(02).
           03  K0278-VL-CST-TTL-MOEN        PIC  9(13)V9(02).
           03  K0278-VL-VET                 PIC  9(08)V9(07).
           03  K0278-CD-RTN                 PIC  9(02).
           03  K0278-TX-MSG-RTN             PIC  X(60).
           03  K0278-QT-HIST                PIC  9(03).
           03  K0278-TB-HIST OCCURS 20 TIMES.
               05  K0278-H-CD-EVT           PIC  X(01).
               05  K0278-H-TX-EVT           PIC  X(25).
               05  K0278-H-DT-EVT           PIC  9(08).
               05  K0278-H-HR-EVT           PIC  9(06).
               05  K0278-H-CD-USU           PIC  X(08).
               05  K0278-H-TX-CMPL          PIC  X(40).
      *----------------------------------------------------------------*
       LINKAGE SECTION.
      *----------------------------------------------------------------*
       01  DFHCOMMAREA.
           03  K0331-CD-FUC                 PIC  9(01).
               88  K0331-LISTA              VALUE 1.
               88  K0331-DETALHE            VALUE 2.
      * Tomador: CPF/CNPJ (texto, formatado ou nao) e/ou codigo cliente
           03  K0331-CPF-CNPJ               PIC  X(18).
           03  K0331-CD-CLI                 PIC  9(09).
      * Periodo (AAAAMMDD); zeros = sem limite
           03  K0331-DT-INI                 PIC  9(08).
           03  K0331-DT-FIM                 PIC  9(08).
      * Chave de continuacao da paginacao
           03  K0331-DT-REG-PROX            PIC  9(08).
           03  K0331-CD-IDFR-PROX           PIC  9(10).
           03  K0331-NR-LIN-SLCD            PIC  9(02).
      * Saida
           03  K0331-NR-IDFC-PF-PJ          PIC  9(14).
           03  K0331-CPF-CNPJ-FMTD          PIC  X(18).
           03  K0331-IN-MAIS-PAG            PIC  X(01).
           03  K0331-CD-RTN                 PIC  9(02).
           03  K0331-TX-MSG-RTN             PIC  X(60).
           03  K0331-PAG.
               05  K0331-QT-LIN             PIC  9(02).
               05  K0331-TB-LIN OCCURS 10 TIMES.
                   07  K0331-L-CD-IDFR-ORD  PIC  9(10).
                   07  K0331-L-DT-REG       PIC  9(08).
                   07  K0331-L-CD-CLI       PIC  9(09).
                   07  K0331-L-CD-MOE       PIC  9(03).
                   07  K0331-L-VL-MOEE      PIC  9(13)V9(02).
                   07  K0331-L-NM-BNFC      PIC  X(35).
                   07  K0331-L-CD-EST-ATU   PIC  X(01).
                   07  K0331-L-TX-EST-ATU   PIC  X(25).
      * Detalhe da linha selecionada (mesmo layout do DFHCOMMAREA do
      * BCIS0278)
           03  K0331-DET-ORD                PIC  X(2079).
      *----------------------------------------------------------------*
       PROCEDURE DIVISION USING DFHCOMMAREA.
      *----------------------------------------------------------------*
       000000-ROTINA-PRINCIPAL  SECTION.
      *----------------------------------------------------------------*
      *
           MOVE ZEROS  TO K0331-CD-RTN
           MOVE SPACES TO K0331-TX-MSG-RTN
      *
           IF  EIBCALEN NOT EQUAL LENGTH OF DFHCOMMAREA
               MOVE 1 TO K0331-CD-RTN
               MOVE 'S0331 - Area com tamanho invalido (book).'
                   TO K0331-TX-MSG-RTN
               GOBACK
           END-IF
      *
           EVALUATE TRUE
               WHEN K0331-LISTA
                   PERFORM 100-000-LISTA-ORDENS
               WHEN K0331-DETALHE
                   PERFORM 200-000-DETALHA-ORDEM
               WHEN OTHER
                   MOVE 2 TO K0331-CD-RTN
                   MOVE 'S0331 - Codigo de funcao invalido.'
                       TO K0331-TX-MSG-RTN
           END-EVALUATE
      *
           GOBACK
           .
      *----------------------------------------------------------------*
       100-000-LISTA-ORDENS  SECTION.
      *----------------------------------------------------------------*
      * Monta a pagina seguinte de ordens do tomador, a partir da
      * chave de continuacao recebida.
      *
           MOVE 'N'    TO K0331-IN-MAIS-PAG
           INITIALIZE K0331-PAG
      *
           IF  K0331-CPF-CNPJ EQUAL SPACES AND
               K0331-CD-CLI   EQUAL ZEROS
               MOVE 4 TO K0331-CD-RTN
               MOVE 'S0331 - Informe o CPF/CNPJ ou o codigo do cliente.'
                   TO K0331-TX-MSG-RTN
               GO TO 100-000-SAI
           END-IF
      *
           MOVE K0331-DT-INI TO W-DT-INI
      *
           IF  K0331-DT-FIM EQUAL ZEROS
               MOVE 99999999     TO W-DT-FIM
           ELSE
               MOVE K0331-DT-FIM TO W-DT-FIM
           END-IF
      *
           IF  W-DT-INI GREATER W-DT-FIM
               MOVE 5 TO K0331-CD-RTN
               MOVE 'S0331 - Data inicial maior que a data final.'
                   TO K0331-TX-MSG-RTN
               GO TO 100-000-SAI
           END-IF
      *
           IF  K0331-CPF-CNPJ NOT EQUAL SPACES
               PERFORM 110-000-OBTEM-IDFC-PSS
               IF  K0331-CD-RTN NOT EQUAL ZEROS
                   GO TO 100-000-SAI
               END-IF
               SET W-CHV-PESSOA  TO TRUE
           ELSE
               MOVE ZEROS  TO K0331-NR-IDFC-PF-PJ
               MOVE SPACES TO K0331-CPF-CNPJ-FMTD
               SET W-CHV-CLIENTE TO TRUE
           END-IF
      *
           OPEN INPUT ARQ-BCI330I
      *
           IF  W-FS-BCI330I NOT EQUAL '00'
               MOVE 6 TO K0331-CD-RTN
               STRING 'S0331 - Erro abertura BCI330I FS='
                   DELIMITED BY SIZE
                   W-FS-BCI330I              DELIMITED BY SIZE
                   INTO K0331-TX-MSG-RTN
               GO TO 100-000-SAI
           END-IF
      *
           PERFORM 120-000-POSICIONA
      *
           PERFORM 130-000-LE-PROXIMA-ORDEM
               UNTIL W-FS-BCI330I NOT EQUAL '00'
      *
           CLOSE ARQ-BCI330I
      *
           IF  K0331-QT-LIN EQUAL ZEROS
               MOVE 3 TO K0331-CD-RTN
               MOVE 'S0331 - Nenhuma ordem encontrada no periodo.'
                   TO K0331-TX-MSG-RTN
               MOVE ZEROS TO K0331-DT-REG-PROX
                             K0331-CD-IDFR-PROX
               GO TO 100-000-SAI
           END-IF
      *
           IF  K0331-IN-MAIS-PAG EQUAL 'S'
               MOVE K0331-L-DT-REG     (K0331-QT-LIN)
                   TO K0331-DT-REG-PROX
               MOVE K0331-L-CD-IDFR-ORD(K0331-QT-LIN)
                   TO K0331-CD-IDFR-PROX
           ELSE
               MOVE ZEROS TO K0331-DT-REG-PROX
                             K0331-CD-IDFR-PROX
           END-IF
           .
       100-000-SAI.
           EXIT
           .
      *----------------------------------------------------------------*
       110-000-OBTEM-IDFC-PSS  SECTION.
      *----------------------------------------------------------------*
      * Converte o CPF/CNPJ informado (numerico ou alfanumerico) no
      * identificador da pessoa, o mesmo gravado no indice.
      *
           INITIALIZE L-BCIS0144
      *
           MOVE 2                  TO K0144-CD-FUC-DFE
           MOVE K0331-CPF-CNPJ     TO K0144-CPF-CNPJ-ALFA-FMTD
      *
           MOVE LENGTH OF L-BCIS0144 TO EIBCALEN
           CALL BCIS0144 USING DFHEIBLK L-BCIS0144
      *
           IF  K0144-CD-RTN NOT EQUAL ZEROS OR
               K0144-NR-IDFC-PF-PJ EQUAL ZEROS
               MOVE 7 TO K0331-CD-RTN
               IF  K0144-TX-MSG-RTN EQUAL SPACES
                   MOVE 'S0331 - CPF/CNPJ nao identificado.'
                       TO K0331-TX-MSG-RTN
               ELSE
                   MOVE K0144-TX-MSG-RTN TO K0331-TX-MSG-RTN
               END-IF
               GO TO 110-000-SAI
           END-IF
      *
           MOVE K0144-NR-IDFC-PF-PJ      TO K0331-NR-IDFC-PF-PJ
           MOVE K0144-CPF-CNPJ-ALFA-FMTD TO K0331-CPF-CNPJ-FMTD
           .
       110-000-SAI.
           EXIT
           .
      *----------------------------------------------------------------*
       120-000-POSICIONA  SECTION.
      *----------------------------------------------------------------*
      * Posiciona no inicio do periodo (primeira pagina) ou logo apos
      * a ultima ordem devolvida (paginas seguintes).
      *
           MOVE '00' TO W-FS-BCI330I
      *
           IF  W-CHV-PESSOA
               MOVE K0331-NR-IDFC-PF-PJ TO REG-BCI330I-NR-IDFC-PF-PJ
               IF  K0331-DT-REG-PROX EQUAL ZEROS
                   MOVE W-DT-INI        TO REG-BCI330I-DT-REG-IDFC
                   MOVE ZEROS           TO REG-BCI330I-CD-IDFR-IDFC
                   START ARQ-BCI330I
                       KEY IS NOT LESS REG-BCI330I-CHV-IDFC
                       INVALID KEY
                           MOVE '10' TO W-FS-BCI330I
                   END-START
               ELSE
                   MOVE K0331-DT-REG-PROX  TO REG-BCI330I-DT-REG-IDFC
                   MOVE K0331-CD-IDFR-PROX TO REG-BCI330I-CD-IDFR-IDFC
                   START ARQ-BCI330I
                       KEY IS GREATER REG-BCI330I-CHV-IDFC
                       INVALID KEY
                           MOVE '10' TO W-FS-BCI330I
                   END-START
               END-IF
           ELSE
               MOVE K0331-CD-CLI        TO REG-BCI330I-CD-CLI
               IF  K0331-DT-REG-PROX EQUAL ZEROS
                   MOVE W-DT-INI        TO REG-BCI330I-DT-REG-CLI
                   MOVE ZEROS           TO REG-BCI330I-CD-IDFR-CLI
                   START ARQ-BCI330I
                       KEY IS NOT LESS REG-BCI330I-CHV-CLI
                       INVALID KEY
                           MOVE '10' TO W-FS-BCI330I
                   END-START
               ELSE
                   MOVE K0331-DT-REG-PROX  TO REG-BCI330I-DT-REG-CLI
                   MOVE K0331-CD-IDFR-PROX TO REG-BCI330I-CD-IDFR-CLI
                   START ARQ-BCI330I
                       KEY IS GREATER REG-BCI330I-CHV-CLI
                       INVALID KEY
                           MOVE '10' TO W-FS-BCI330I
                   END-START
               END-IF
           END-IF
           .
       120-000-SAI.
           EXIT
           .
      *----------------------------------------------------------------*
       130-000-LE-PROXIMA-ORDEM  SECTION.
      *----------------------------------------------------------------*
      * Le a proxima ordem do tomador. Encerra ao mudar de tomador, ao
      * passar da data final ou ao encontrar uma ordem alem da pagina
      * (que so indica a existencia de mais paginas).
      *
           READ ARQ-BCI330I NEXT RECORD
               AT END
                   MOVE '10' TO W-FS-BCI330I
           END-READ
      *
           IF  W-FS-BCI330I NOT EQUAL '00'
               MOVE '10' TO W-FS-BCI330I
               GO TO 130-000-SAI
           END-IF
      *
           IF  W-CHV-PESSOA
               IF  REG-BCI330I-NR-IDFC-PF-PJ NOT EQUAL
                   K0331-NR-IDFC-PF-PJ OR
                   REG-BCI330I-DT-REG-IDFC GREATER W-DT-FIM
                   MOVE '10' TO W-FS-BCI330I
                   GO TO 130-000-SAI
               END-IF
      * CPF/CNPJ e cliente informados: so as ordens daquele cliente
               IF  K0331-CD-CLI NOT EQUAL ZEROS AND
                   REG-BCI330I-CD-CLI NOT EQUAL K0331-CD-CLI
                   GO TO 130-000-SAI
               END-IF
           ELSE
               IF  REG-BCI330I-CD-CLI NOT EQUAL K0331-CD-CLI OR
                   REG-BCI330I-DT-REG-CLI GREATER W-DT-FIM
                   MOVE '10' TO W-FS-BCI330I
                   GO TO 130-000-SAI
               END-IF
           END-IF
      *
           IF  K0331-QT-LIN EQUAL CTE-QT-LIN-PAG
               MOVE 'S'  TO K0331-IN-MAIS-PAG
               MOVE '10' TO W-FS-BCI330I
               GO TO 130-000-SAI
           END-IF
      *
           ADD 1 TO K0331-QT-LIN
           MOVE K0331-QT-LIN TO W-NR-NDX
      *
           MOVE REG-BCI330I-CD-IDFR-ORD TO K0331-L-CD-IDFR-ORD(W-NR-NDX)
           MOVE REG-BCI330I-CD-CLI      TO K0331-L-CD-CLI     (W-NR-NDX)
           MOVE REG-BCI330I-CD-MOE      TO K0331-L-CD-MOE     (W-NR-NDX)
           MOVE REG-BCI330I-VL-MOEE     TO K0331-L-VL-MOEE    (W-NR-NDX)
           MOVE REG-BCI330I-NM-BNFC     TO K0331-L-NM-BNFC    (W-NR-NDX)
      *
           IF  W-CHV-PESSOA
               MOVE REG-BCI330I-DT-REG-IDFC TO K0331-L-DT-REG(W-NR-NDX)
           ELSE
               MOVE REG-BCI330I-DT-REG-CLI  TO K0331-L-DT-REG(W-NR-NDX)
           END-IF
      *
           PERFORM 140-000-OBTEM-SITUACAO
           .
       130-000-SAI.
           EXIT
           .
      *----------------------------------------------------------------*
       140-000-OBTEM-SITUACAO  SECTION.
      *----------------------------------------------------------------*
      * Situacao atual da ordem na base de acompanhamento, com a mesma
      * descricao exibida pelo BCIS0278.
      *
           INITIALIZE L-BCIS0277
      *
           MOVE 2                        TO K0277-CD-FUC
           MOVE K0331-L-CD-IDFR-ORD(W-NR-NDX) TO K0277-CD-IDFR-ORD
      *
           MOVE LENGTH OF L-BCIS0277 TO EIBCALEN
           CALL BCIS0277 USING DFHEIBLK L-BCIS0277
      *
           IF  K0277-CD-RTN NOT EQUAL ZEROS
               MOVE SPACES TO K0331-L-CD-EST-ATU(W-NR-NDX)
                              K0331-L-TX-EST-ATU(W-NR-NDX)
               GO TO 140-000-SAI
           END-IF
      *
           EVALUATE K0277-CD-EST-ATU
               WHEN 'R'
                   MOVE 'REGISTRADA'           TO W-TX-EST-ORD
               WHEN 'S'
                   MOVE 'MENSAGEM SWIFT GERADA' TO W-TX-EST-ORD
               WHEN 'L'
                   MOVE 'LIQUIDADA'            TO W-TX-EST-ORD
               WHEN 'D'
                   MOVE 'DEVOLVIDA'            TO W-TX-EST-ORD
               WHEN 'A'
                   MOVE 'ALTERADA'             TO W-TX-EST-ORD
               WHEN 'C'
                   MOVE 'CANCELADA'            TO W-TX-EST-ORD
               WHEN 'X'
                   MOVE 'EXPIRADA/EM APURACAO' TO W-TX-EST-ORD
               WHEN 'G'
                   MOVE 'ACEITA NO INTERMEDIARIO'
                                               TO W-TX-EST-ORD
               WHEN 'B'
                   MOVE 'CREDITADA AO BENEFIC.' TO W-TX-EST-ORD
               WHEN 'J'
                   MOVE 'REJEITADA NO EXTERIOR' TO W-TX-EST-ORD
               WHEN 'E'
                   MOVE 'AGENDAMENTO EXECUTADO' TO W-TX-EST-ORD
               WHEN 'F'
                   MOVE 'AGENDAMENTO REJEITADO' TO W-TX-EST-ORD
               WHEN 'Q'
                   MOVE 'RECALL SOLICITADO'     TO W-TX-EST-ORD
               WHEN 'K'
                   MOVE 'RECALL ACEITO'         TO W-TX-EST-ORD
               WHEN 'N'
                   MOVE 'RECALL RECUSADO'       TO W-TX-EST-ORD
               WHEN 'V'
                   MOVE 'REEMBOLSADA AO CLIENTE' TO W-TX-EST-ORD
               WHEN 'P'
                   MOVE 'PAGA PELA WESTERN UNION' TO W-TX-EST-ORD
               WHEN 'U'
                   MOVE 'NAO PAGA NA WESTERN UNION'
                                                TO W-TX-EST-ORD
               WHEN OTHER
                   MOVE 'SITUACAO DESCONHECIDA' TO W-TX-EST-ORD
           END-EVALUATE
      *
           MOVE K0277-CD-EST-ATU TO K0331-L-CD-EST-ATU(W-NR-NDX)
           MOVE W-TX-EST-ORD     TO K0331-L-TX-EST-ATU(W-NR-NDX)
           .
       140-000-SAI.
           EXIT
           .
      *----------------------------------------------------------------*
       200-000-DETALHA-ORDEM  SECTION.
      *----------------------------------------------------------------*
      * Abre a consulta detalhada (BCIS0278) da linha selecionada na
      * pagina devolvida pela funcao 1.
      *
           MOVE SPACES TO K0331-DET-ORD
      *
           IF  K0331-NR-LIN-SLCD EQUAL ZEROS OR
               K0331-NR-LIN-SLCD GREATER K0331-QT-LIN
               MOVE 8 TO K0331-CD-RTN
               MOVE 'S0331 - Linha selecionada invalida.'
                   TO K0331-TX-MSG-RTN
               GO TO 200-000-SAI
           END-IF
      *
           MOVE K0331-NR-LIN-SLCD TO W-NR-NDX
      *
           INITIALIZE L-BCIS0278
      *
           MOVE K0331-L-CD-IDFR-ORD(W-NR-NDX) TO K0278-CD-IDFR-ORD
      *
           MOVE LENGTH OF L-BCIS0278 TO EIBCALEN
           CALL BCIS0278 USING DFHEIBLK L-BCIS0278
      *
           MOVE L-BCIS0278 TO K0331-DET-ORD
      *
           IF  K0278-CD-RTN NOT EQUAL ZEROS
               MOVE 9 TO K0331-CD-RTN
               MOVE K0278-TX-MSG-RTN TO K0331-TX-MSG-RTN
           END-IF
           .
       200-000-SAI.
           EXIT
           .
