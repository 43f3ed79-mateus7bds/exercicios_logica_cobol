      *----------------------------------------------------------------*
      * PROGRAMA..: BCIS0332
      * ANALISTA..: MATEUS BARBOSA DA SILVA.
      * AUTOR.....: MATEUS BARBOSA DA SILVA.
      * DATA......: 15/10/2026.
      * OBJETIVO..: Conformidade dos textos livres da ordem com a
      *             MT103 (conjunto de caracteres SWIFT X e limites de
      *             linha dos campos 50K, 59 e 70).
      *             Funcao 1 = ajusta texto: translitera o texto de
      *             entrada p/ o conjunto X (acentos p/ a letra base,
      *             demais caracteres fora do conjunto p/ espaco) e o
      *             quebra em linhas de 35 posicoes, nas palavras,
      *             ate a quantidade maxima de linhas informada.
      *             Devolve as linhas, o indicador de texto alterado
      *             pela transliteracao e o indicador de texto que
      *             excede as linhas do campo (seria cortado).
      *             Funcao 2 = grava os textos ajustados da ordem na
      *             BCI332T (chamada pelo OPES500V na confirmacao do
      *             registro, 927-000), exatamente como devolvidos ao
      *             operador. Funcao 3 = consulta os textos da ordem
      *             (montagem da MT103 no BCIS0286).
      *----------------------------------------------------------------*
      * COMPILACAO: 54 - PSOSE600 - Cobol 6.3 c/otimizacao p/producao
      *----------------------------------------------------------------*
      * Vrs Data     E/A/D   Respon.  Descrição da versão
      * --- -------- ------- -------- ---------------------------------*
      * 001 15102026 Implan. F7021226 Implantacao
      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.
      *----------------------------------------------------------------*
       PROGRAM-ID. BCIS0332.
      *----------------------------------------------------------------*
       ENVIRONMENT DIVISION.
      *----------------------------------------------------------------*
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA
      * Conjunto de caracteres X da SWIFT (letras em faixas separadas
      * p/ nao incluir os codigos intermediarios da tabela EBCDIC)
           CLASS SWIFT-X IS 'A' THRU 'I' 'J' THRU 'R' 'S' THRU 'Z'
                            'a' THRU 'i' 'j' THRU 'r' 's' THRU 'z'
                            '0' THRU '9'
                            '/' '-' '?' ':' '(' ')' '.' ',' "'" '+'
                            ' '.
      *----------------------------------------------------------------*
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * Textos SWIFT da ordem (chave: numero da ordem)
           SELECT ARQ-BCI332T  ASSIGN TO BCI332T
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS REG-BCI332T-CHV
                  FILE STATUS  IS W-FS-BCI332T.
      *----------------------------------------------------------------*
       DATA DIVISION.
      *----------------------------------------------------------------*
       FILE SECTION.
       FD  ARQ-BCI332T.
       01  REG-BCI332T.
           03  REG-BCI332T-CHV.
               05  REG-BCI332T-CD-IDFR-ORD     PIC 9(10).
      * Linhas de 35 posicoes, ja no conjunto X
           03  REG-BCI332T-TX-TMDR             PIC X(105).
           03  REG-BCI332T-TX-BNFC             PIC X(70).
           03  REG-BCI332T-TX-END-BNFC         PIC X(35).
           03  REG-BCI332T-TX-DET-PGTO         PIC X(140).
           03  REG-BCI332T-CD-USU              PIC X(08).
           03  REG-BCI332T-DT-ATU              PIC 9(08).
           03  FILLER                          PIC X(20).
      *----------------------------------------------------------------*
       WORKING-STORAGE SECTION.
      *
       77  CTE-INICIO                  PIC  X(025) VALUE
                                            '*** W.S.S. COMECA AQUI***'.
       77  CTE-PROG                    PIC  X(016) VALUE
                                            '*** BCIS0332 ***'.
       77  CTE-VERS                    PIC  X(006) VALUE 'VRS001'.
       77  CTE-FIM                     PIC  X(018) VALUE
                                            '*** FIM NORMAL ***'.
      *
       77  CTE-TAM-LIN                 PIC  9(03) VALUE 35.
      *
       77  W-FS-BCI332T                PIC  X(02) VALUE ZEROS.
       77  W-IN-EXISTE                 PIC  X(01) VALUE 'N'.
       77  W-IC                        PIC  9(03) VALUE ZEROS.
       77  W-TAM-TXT                   PIC  9(03) VALUE ZEROS.
       77  W-NR-POS                    PIC  9(03) VALUE ZEROS.
       77  W-QT-CAR                    PIC  9(03) VALUE ZEROS.
      *
       01  W-TX-TRAB                   PIC  X(140) VALUE SPACES.
      *
      * Transliteracao: cada caractere acentuado da primeira tabela e
      * trocado pelo da mesma posicao na segunda
       01  W-TB-TRLT-DE.
           03  FILLER                  PIC  X(26) VALUE
               'áàâãäÁÀÂÃÄéèêëÉÈÊËíìîïÍÌÎÏ'.
           03  FILLER                  PIC  X(27) VALUE
               'óòôõöÓÒÔÕÖúùûüÚÙÛÜçÇñÑýÝºª°'.
       01  W-TB-TRLT-PARA.
           03  FILLER                  PIC  X(26) VALUE
               'aaaaaAAAAAeeeeEEEEiiiiIIII'.
           03  FILLER                  PIC  X(27) VALUE
               'oooooOOOOOuuuuUUUUcCnNyYoao'.
      *----------------------------------------------------------------*
       LINKAGE SECTION.
      *----------------------------------------------------------------*
       01  DFHCOMMAREA.
           03  K0332-CD-FUC                 PIC  9(01).
               88  K0332-AJUSTA             VALUE 1.
               88  K0332-GRAVA              VALUE 2.
               88  K0332-CONSULTA           VALUE 3.
           03  K0332-CD-IDFR-ORD            PIC  9(10).
      * Funcao 1 - texto livre e quantidade maxima de linhas (1 a 4)
           03  K0332-TX-ENT                 PIC  X(140).
           03  K0332-QT-LIN-MAX             PIC  9(01).
           03  K0332-TX-SAI                 PIC  X(140).
           03  K0332-TB-LIN-SAI REDEFINES K0332-TX-SAI.
               05  K0332-LIN-SAI OCCURS 4 TIMES
                                            PIC  X(35).
           03  K0332-QT-LIN-SAI             PIC  9(01).
           03  K0332-IN-ALTD                PIC  X(01).
           03  K0332-IN-EXCD                PIC  X(01).
      * Funcoes 2 e 3 - textos ajustados da ordem
           03  K0332-TX-TMDR                PIC  X(105).
           03  K0332-TX-BNFC                PIC  X(70).
           03  K0332-TX-END-BNFC            PIC  X(35).
           03  K0332-TX-DET-PGTO            PIC  X(140).
           03  K0332-CD-USU                 PIC  X(08).
           03  K0332-DT-ATU                 PIC  9(08).
           03  K0332-CD-RTN                 PIC  9(02).
           03  K0332-TX-MSG-RTN             PIC  X(60).
      *----------------------------------------------------------------*
       PROCEDURE DIVISION USING DFHCOMMAREA.
      *----------------------------------------------------------------*
       000000-ROTINA-PRINCIPAL  SECTION.
      *----------------------------------------------------------------*
      *
           MOVE ZEROS  TO K0332-CD-RTN
           MOVE SPACES TO K0332-TX-MSG-RTN
      *
           IF  EIBCALEN NOT EQUAL LENGTH OF DFHCOMMAREA
               MOVE 1 TO K0332-CD-RTN
               MOVE 'S0332 - Area com tamanho invalido (book).'
                   TO K0332-TX-MSG-RTN
               GOBACK
           END-IF
      *
           EVALUATE TRUE
               WHEN K0332-AJUSTA
                   PERFORM 100-000-AJUSTA-TEXTO
               WHEN K0332-GRAVA
               WHEN K0332-CONSULTA
                   PERFORM 200-000-TEXTOS-ORDEM
               WHEN OTHER
                   MOVE 2 TO K0332-CD-RTN
                   MOVE 'S0332 - Codigo de funcao invalido.'
                       TO K0332-TX-MSG-RTN
           END-EVALUATE
      *
           GOBACK
           .
      *----------------------------------------------------------------*
       100-000-AJUSTA-TEXTO  SECTION.
      *----------------------------------------------------------------*
      * Translitera o texto e o distribui em linhas de 35 posicoes.
      *
           MOVE SPACES TO K0332-TX-SAI
           MOVE ZEROS  TO K0332-QT-LIN-SAI
           MOVE 'N'    TO K0332-IN-ALTD
                          K0332-IN-EXCD
      *
           IF  K0332-QT-LIN-MAX LESS 1
           OR  K0332-QT-LIN-MAX GREATER 4
               MOVE 3 TO K0332-CD-RTN
               MOVE 'S0332 - Quantidade de linhas invalida (1 a 4).'
                   TO K0332-TX-MSG-RTN
               GO TO 100-000-SAI
           END-IF
      *
           MOVE K0332-TX-ENT TO W-TX-TRAB
      *
           INSPECT W-TX-TRAB CONVERTING W-TB-TRLT-DE TO W-TB-TRLT-PARA
           INSPECT W-TX-TRAB CONVERTING '&[]{}_' TO 'E()()-'
      *
           PERFORM 110-000-VALIDA-CARACTER
               VARYING W-IC FROM 1 BY 1
               UNTIL W-IC GREATER LENGTH OF W-TX-TRAB
      *
           IF  W-TX-TRAB NOT EQUAL K0332-TX-ENT
               MOVE 'S' TO K0332-IN-ALTD
           END-IF
      *
      *    Tamanho util do texto (ate o ultimo caractere nao branco)
           MOVE LENGTH OF W-TX-TRAB TO W-TAM-TXT
           PERFORM 120-000-RECUA-BRANCO
               UNTIL W-TAM-TXT EQUAL ZEROS
                  OR W-TX-TRAB(W-TAM-TXT:1) NOT EQUAL SPACE
      *
           MOVE 1 TO W-NR-POS
           PERFORM 130-000-MONTA-LINHA
               UNTIL W-NR-POS GREATER W-TAM-TXT
                  OR K0332-IN-EXCD EQUAL 'S'
           .
       100-000-SAI.
           EXIT
           .
      *----------------------------------------------------------------*
       110-000-VALIDA-CARACTER  SECTION.
      *----------------------------------------------------------------*
      *
           IF  W-TX-TRAB(W-IC:1) IS NOT SWIFT-X
               MOVE SPACE TO W-TX-TRAB(W-IC:1)
           END-IF
           .
       110-000-SAI.
           EXIT
           .
      *----------------------------------------------------------------*
       120-000-RECUA-BRANCO  SECTION.
      *----------------------------------------------------------------*
      *
           SUBTRACT 1 FROM W-TAM-TXT
           .
       120-000-SAI.
           EXIT
           .
      *----------------------------------------------------------------*
       130-000-MONTA-LINHA  SECTION.
      *----------------------------------------------------------------*
      * Monta a proxima linha, quebrando no ultimo espaco que couber
      * (palavra maior que a linha e cortada na posicao 35).
      *
           PERFORM 140-000-AVANCA-BRANCO
               UNTIL W-NR-POS GREATER W-TAM-TXT
                  OR W-TX-TRAB(W-NR-POS:1) NOT EQUAL SPACE
      *
           IF  W-NR-POS GREATER W-TAM-TXT
               GO TO 130-000-SAI
           END-IF
      *
           IF  K0332-QT-LIN-SAI EQUAL K0332-QT-LIN-MAX
               MOVE 'S' TO K0332-IN-EXCD
               GO TO 130-000-SAI
           END-IF
      *
           COMPUTE W-QT-CAR = W-TAM-TXT - W-NR-POS + 1
      *
           IF  W-QT-CAR GREATER CTE-TAM-LIN
               IF  W-TX-TRAB(W-NR-POS + CTE-TAM-LIN:1) EQUAL SPACE
                   MOVE CTE-TAM-LIN TO W-QT-CAR
               ELSE
                   MOVE CTE-TAM-LIN TO W-QT-CAR
                   PERFORM 150-000-RECUA-PALAVRA
                       UNTIL W-QT-CAR EQUAL ZEROS
                          OR W-TX-TRAB(W-NR-POS + W-QT-CAR - 1:1)
                             EQUAL SPACE
                   IF  W-QT-CAR EQUAL ZEROS
                       MOVE CTE-TAM-LIN TO W-QT-CAR
                   ELSE
                       SUBTRACT 1 FROM W-QT-CAR
                   END-IF
               END-IF
           END-IF
      *
           ADD 1 TO K0332-QT-LIN-SAI
           MOVE W-TX-TRAB(W-NR-POS:W-QT-CAR)
               TO K0332-LIN-SAI(K0332-QT-LIN-SAI)
           ADD W-QT-CAR TO W-NR-POS
      *
      *    Linha da MT103 nao pode comecar com ':' nem '-'
           IF  K0332-LIN-SAI(K0332-QT-LIN-SAI)(1:1) EQUAL ':'
           OR  K0332-LIN-SAI(K0332-QT-LIN-SAI)(1:1) EQUAL '-'
               MOVE '.' TO K0332-LIN-SAI(K0332-QT-LIN-SAI)(1:1)
               MOVE 'S' TO K0332-IN-ALTD
           END-IF
           .
       130-000-SAI.
           EXIT
           .
      *----------------------------------------------------------------*
       140-000-AVANCA-BRANCO  SECTION.
      *----------------------------------------------------------------*
      *
           ADD 1 TO W-NR-POS
           .
       140-000-SAI.
           EXIT
           .
      *----------------------------------------------------------------*
       150-000-RECUA-PALAVRA  SECTION.
      *----------------------------------------------------------------*
      *
           SUBTRACT 1 FROM W-QT-CAR
           .
       150-000-SAI.
           EXIT
           .
      *----------------------------------------------------------------*
       200-000-TEXTOS-ORDEM  SECTION.
      *----------------------------------------------------------------*
      * Grava (inclusao ou regravacao na alteracao da ordem) ou
      * consulta os textos ajustados da ordem.
      *
           IF  K0332-CD-IDFR-ORD EQUAL ZEROS
               MOVE 3 TO K0332-CD-RTN
               MOVE 'S0332 - Ordem nao informada.'
                   TO K0332-TX-MSG-RTN
               GO TO 200-000-SAI
           END-IF
      *
           IF  K0332-GRAVA
               OPEN I-O   ARQ-BCI332T
           ELSE
               OPEN INPUT ARQ-BCI332T
           END-IF
      *
           IF  W-FS-BCI332T NOT EQUAL '00'
               MOVE 6 TO K0332-CD-RTN
               STRING 'S0332 - Erro abertura BCI332T FS='
                   DELIMITED BY SIZE
                   W-FS-BCI332T              DELIMITED BY SIZE
                   INTO K0332-TX-MSG-RTN
               GO TO 200-000-SAI
           END-IF
      *
           MOVE K0332-CD-IDFR-ORD TO REG-BCI332T-CD-IDFR-ORD
      *
           READ ARQ-BCI332T
               INVALID KEY
                   MOVE 'N' TO W-IN-EXISTE
               NOT INVALID KEY
                   MOVE 'S' TO W-IN-EXISTE
           END-READ
      *
           IF  K0332-CONSULTA
               IF  W-IN-EXISTE EQUAL 'N'
                   MOVE 3 TO K0332-CD-RTN
                   MOVE 'S0332 - Textos da ordem nao cadastrados.'
                       TO K0332-TX-MSG-RTN
               ELSE
                   MOVE REG-BCI332T-TX-TMDR     TO K0332-TX-TMDR
                   MOVE REG-BCI332T-TX-BNFC     TO K0332-TX-BNFC
                   MOVE REG-BCI332T-TX-END-BNFC TO K0332-TX-END-BNFC
                   MOVE REG-BCI332T-TX-DET-PGTO TO K0332-TX-DET-PGTO
                   MOVE REG-BCI332T-CD-USU      TO K0332-CD-USU
                   MOVE REG-BCI332T-DT-ATU      TO K0332-DT-ATU
               END-IF
           ELSE
               PERFORM 210-000-GRAVA-TEXTOS
           END-IF
      *
           CLOSE ARQ-BCI332T
           .
       200-000-SAI.
           EXIT
           .
      *----------------------------------------------------------------*
       210-000-GRAVA-TEXTOS  SECTION.
      *----------------------------------------------------------------*
      *
           MOVE K0332-CD-IDFR-ORD    TO REG-BCI332T-CD-IDFR-ORD
           MOVE K0332-TX-TMDR        TO REG-BCI332T-TX-TMDR
           MOVE K0332-TX-BNFC        TO REG-BCI332T-TX-BNFC
           MOVE K0332-TX-END-BNFC    TO REG-BCI332T-TX-END-BNFC
           MOVE K0332-TX-DET-PGTO    TO REG-BCI332T-TX-DET-PGTO
           MOVE K0332-CD-USU         TO REG-BCI332T-CD-USU
           MOVE K0332-DT-ATU         TO REG-BCI332T-DT-ATU
      *
           IF  W-IN-EXISTE EQUAL 'N'
               WRITE REG-BCI332T
                   INVALID KEY
                       MOVE 4 TO K0332-CD-RTN
                       MOVE 'S0332 - Erro ao gravar textos BCI332T.'
                           TO K0332-TX-MSG-RTN
               END-WRITE
           ELSE
               REWRITE REG-BCI332T
                   INVALID KEY
                       MOVE 5 TO K0332-CD-RTN
                       MOVE 'S0332 - Erro ao regravar textos BCI332T.'
                           TO K0332-TX-MSG-RTN
               END-REWRITE
           END-IF
           .
       210-000-SAI.
           EXIT
           .
