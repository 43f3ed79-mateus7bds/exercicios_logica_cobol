      *----------------------------------------------------------------*
      * PROGRAMA..: BCIS015R
      * ANALISTA..: MATEUS BARBOSA DA SILVA.
      * AUTOR.....: MATEUS BARBOSA DA SILVA.
      * DATA......: 15/10/2026.
      * OBJETIVO..: Consulta (somente leitura) a tabela de exigencia
      *             de documento comprobatorio das ordens de pagamento
      *             (BCI015D), mantida pela tela BCIS015M. Chamado pelo
      *             OPES500V (253-000/918-000): devolve, p/ a natureza
      *             do fato operacional + tipo de cliente, a faixa que
      *             contem o valor em moeda nacional informado - dentre
      *             as faixas de valor inicial nao superior ao valor e
      *             valor final aberto (zeros) ou nao excedido, vale a
      *             de maior valor inicial. Sem faixa devolve
      *             IN-ENCT = 'N' (documento nao exigido).
      *----------------------------------------------------------------*
      * COMPILACAO: 54 - PSOSE600 - Cobol 6.3 c/otimizacao p/producao
      *----------------------------------------------------------------*
      * Vrs Data     E/A/D   Respon.  Descrição da versão
      * --- -------- ------- -------- ---------------------------------*
      * 001 15102026 Implan. F7021226 Implantacao
      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.
      *----------------------------------------------------------------*
       PROGRAM-ID. BCIS015R.
      *----------------------------------------------------------------*
       ENVIRONMENT DIVISION.
      *----------------------------------------------------------------*
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
      *----------------------------------------------------------------*
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * Mesma tabela mantida pela BCIS015M, aberta somente p/ leitura.
           SELECT ARQ-BCI015D  ASSIGN TO BCI015D
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS REG-BCI015D-CHV
                  FILE STATUS  IS W-FS-BCI015D.
      *----------------------------------------------------------------*
       DATA DIVISION.
      *----------------------------------------------------------------*
       FILE SECTION.
       FD  ARQ-BCI015D.
       01  REG-BCI015D.
           03  REG-BCI015D-CHV.
               05  REG-BCI015D-CD-NTZ          PIC 9(05).
               05  REG-BCI015D-CD-TIP-CLI      PIC 9(01).
               05  REG-BCI015D-VL-INI-FAIXA    PIC 9(13)V9(02).
           03  REG-BCI015D-VL-FIM-FAIXA        PIC 9(13)V9(02).
           03  REG-BCI015D-CD-TIP-DCTO         PIC X(02).
           03  REG-BCI015D-QT-DD-PEND          PIC 9(03).
           03  REG-BCI015D-CD-USU-ALTC         PIC X(08).
           03  REG-BCI015D-DT-ALTC             PIC 9(08).
           03  FILLER                          PIC X(16).
      *----------------------------------------------------------------*
       WORKING-STORAGE SECTION.
       77  CTE-INICIO                  PIC  X(025) VALUE
                                            '*** W.S.S. COMECA AQUI***'.
       77  CTE-PROG                    PIC  X(016) VALUE
                                            '*** BCIS015R ***'.
       77  CTE-VERS                    PIC  X(006) VALUE 'VRS001'.
       77  CTE-FIM                     PIC  X(018) VALUE
                                            '*** FIM NORMAL ***'.
      *
       77  W-FS-BCI015D                PIC X(02) VALUE ZEROS.
      *----------------------------------------------------------------*
       LINKAGE SECTION.
      *----------------------------------------------------------------*
       01  DFHCOMMAREA.
           03  K015R-CD-NTZ-ENT        PIC 9(05).
           03  K015R-CD-TIP-CLI-ENT    PIC 9(01).
           03  K015R-VL-MOEN-ENT       PIC 9(13)V9(02).
           03  K015R-IN-ENCT           PIC X(01).
           03  K015R-CD-TIP-DCTO-SAID  PIC X(02).
           03  K015R-QT-DD-PEND-SAID   PIC 9(03).
           03  K015R-CD-RTN            PIC 9(01).
           03  K015R-TX-RTN            PIC X(60).
      *----------------------------------------------------------------*
       PROCEDURE DIVISION USING DFHCOMMAREA.
      *----------------------------------------------------------------*
       000000-ROTINA-PRINCIPAL  SECTION.
      *----------------------------------------------------------------*
      *
           MOVE ZEROS  TO K015R-CD-RTN
                          K015R-QT-DD-PEND-SAID
           MOVE SPACES TO K015R-TX-RTN
                          K015R-CD-TIP-DCTO-SAID
           MOVE 'N'    TO K015R-IN-ENCT
      *
           IF  EIBCALEN NOT EQUAL LENGTH OF DFHCOMMAREA
               MOVE 1 TO K015R-CD-RTN
               MOVE 'S015R - Area com tamanho invalido (book).'
                   TO K015R-TX-RTN
               GOBACK
           END-IF
      *
           OPEN INPUT ARQ-BCI015D
      *
           IF  W-FS-BCI015D NOT EQUAL '00'
               MOVE 2 TO K015R-CD-RTN
               STRING 'S015R - Erro abertura BCI015D FS='
                   DELIMITED BY SIZE
                   W-FS-BCI015D              DELIMITED BY SIZE
                   INTO K015R-TX-RTN
               GOBACK
           END-IF
      *
           PERFORM 100-000-PROCURA-FAIXA
      *
           CLOSE ARQ-BCI015D
      *
           GOBACK
           .
      *----------------------------------------------------------------*
       100-000-PROCURA-FAIXA  SECTION.
      *----------------------------------------------------------------*
      * Percorre as faixas da natureza/tipo de cliente em ordem
      * crescente de valor inicial e guarda a ultima que contem o
      * valor.
      *
           MOVE K015R-CD-NTZ-ENT     TO REG-BCI015D-CD-NTZ
           MOVE K015R-CD-TIP-CLI-ENT TO REG-BCI015D-CD-TIP-CLI
           MOVE ZEROS                TO REG-BCI015D-VL-INI-FAIXA
      *
           START ARQ-BCI015D KEY IS NOT LESS REG-BCI015D-CHV
               INVALID KEY
                   GO TO 100-000-SAI
           END-START
      *
           MOVE '00' TO W-FS-BCI015D
           PERFORM 110-000-LE-PROXIMA-FAIXA
               UNTIL W-FS-BCI015D NOT EQUAL '00'
           .
       100-000-SAI.
           EXIT
           .
      *----------------------------------------------------------------*
       110-000-LE-PROXIMA-FAIXA  SECTION.
      *----------------------------------------------------------------*
      *
           READ ARQ-BCI015D NEXT RECORD
               AT END
                   MOVE '10' TO W-FS-BCI015D
           END-READ
      *
           IF  W-FS-BCI015D NOT EQUAL '00'
               GO TO 110-000-SAI
           END-IF
      *
           IF  REG-BCI015D-CD-NTZ     NOT EQUAL K015R-CD-NTZ-ENT
           OR  REG-BCI015D-CD-TIP-CLI NOT EQUAL K015R-CD-TIP-CLI-ENT
      *        Mudou a chave de pesquisa - fim das faixas
               MOVE '10' TO W-FS-BCI015D
               GO TO 110-000-SAI
           END-IF
      *
           IF  REG-BCI015D-VL-INI-FAIXA GREATER K015R-VL-MOEN-ENT
      *        Faixas seguintes comecam acima do valor
               MOVE '10' TO W-FS-BCI015D
               GO TO 110-000-SAI
           END-IF
      *
           IF  REG-BCI015D-VL-FIM-FAIXA NOT EQUAL ZEROS
           AND REG-BCI015D-VL-FIM-FAIXA LESS K015R-VL-MOEN-ENT
      *        Faixa encerrada abaixo do valor
               GO TO 110-000-SAI
           END-IF
      *
           MOVE 'S'                     TO K015R-IN-ENCT
           MOVE REG-BCI015D-CD-TIP-DCTO TO K015R-CD-TIP-DCTO-SAID
           MOVE REG-BCI015D-QT-DD-PEND  TO K015R-QT-DD-PEND-SAID
           .
       110-000-SAI.
           EXIT
           .
