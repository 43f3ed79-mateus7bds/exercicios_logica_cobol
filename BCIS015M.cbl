      *----------------------------------------------------------------*
      * PROGRAMA..: BCIS015M
      * ANALISTA..: MATEUS BARBOSA DA SILVA.
      * AUTOR.....: MATEUS BARBOSA DA SILVA.
      * DATA......: 15/10/2026.
      * OBJETIVO..: Manutencao online da tabela de exigencia de
      *             documento comprobatorio das ordens de pagamento
      *             (BCI015D): por natureza do fato operacional + tipo
      *             de cliente + faixa de valor em moeda nacional
      *             (valor inicial na chave, final opcional), o tipo
      *             de documento exigido - 'NF' fatura/invoice, 'DI'
      *             declaracao de importacao (DI/DUIMP), 'CS' contrato
      *             de servico, 'OU' outro - e o prazo em dias p/
      *             entrega quando o registro aceita o documento como
      *             pendente (zero = nao aceita pendencia). Historico
      *             em BCI015H. Mesmo padrao do BCIS003M/BCIS012M.
      *             Consultada em tempo de registro pelo OPES500V via
      *             BCIS015R (253-000); o documento ou a pendencia da
      *             ordem fica no cadastro BCI319D (BCIS0319) e o
      *             atraso no relatorio diario BCIS0320.
      *----------------------------------------------------------------*
      * COMPILACAO: 54 - PSOSE600 - Cobol 6.3 c/otimizacao p/producao
      *----------------------------------------------------------------*
      * Vrs Data     E/A/D   Respon.  Descrição da versão
      * --- -------- ------- -------- ---------------------------------*
      * 001 15102026 Implan. F7021226 Implantacao
      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.
      *----------------------------------------------------------------*
       PROGRAM-ID. BCIS015M.
      *----------------------------------------------------------------*
       ENVIRONMENT DIVISION.
      *----------------------------------------------------------------*
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
      *----------------------------------------------------------------*
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * Exigencia de documento (chave: natureza + tipo de cliente +
      * valor inicial da faixa)
           SELECT ARQ-BCI015D  ASSIGN TO BCI015D
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS REG-BCI015D-CHV
                  FILE STATUS  IS W-FS-BCI015D.
      * Historico de alteracoes da tabela
           SELECT ARQ-BCI015H  ASSIGN TO BCI015H
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS REG-BCI015H-CHV
                  FILE STATUS  IS W-FS-BCI015H.
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

       FD  ARQ-BCI015H.
       01  REG-BCI015H.
           03  REG-BCI015H-CHV.
               05  REG-BCI015H-CD-NTZ          PIC 9(05).
               05  REG-BCI015H-CD-TIP-CLI      PIC 9(01).
               05  REG-BCI015H-VL-INI-FAIXA    PIC 9(13)V9(02).
               05  REG-BCI015H-TS-ALTC         PIC X(26).
           03  REG-BCI015H-CD-USU              PIC X(08).
           03  REG-BCI015H-CD-ACAO             PIC X(01).
           03  REG-BCI015H-CD-TIP-DCTO-ANTR    PIC X(02).
           03  REG-BCI015H-CD-TIP-DCTO-NOVO    PIC X(02).
           03  REG-BCI015H-QT-DD-PEND-ANTR     PIC 9(03).
           03  REG-BCI015H-QT-DD-PEND-NOVO     PIC 9(03).
      *----------------------------------------------------------------*
       WORKING-STORAGE SECTION.
       77  CTE-INICIO                  PIC  X(025) VALUE
                                            '*** W.S.S. COMECA AQUI***'.
       77  CTE-PROG                    PIC  X(016) VALUE
                                            '*** BCIS015M ***'.
       77  CTE-VERS                    PIC  X(006) VALUE 'VRS001'.
       77  CTE-FIM                     PIC  X(018) VALUE
                                            '*** FIM NORMAL ***'.
      *
       77  W-FS-BCI015D                PIC X(02) VALUE ZEROS.
       77  W-FS-BCI015H                PIC X(02) VALUE ZEROS.
       77  W-CD-ACAO-HIST              PIC X(01) VALUE SPACES.
       77  W-CD-TIP-DCTO-ANTR          PIC X(02) VALUE SPACES.
       77  W-QT-DD-PEND-ANTR           PIC 9(03) VALUE ZEROS.
      *----------------------------------------------------------------*
       LINKAGE SECTION.
      *----------------------------------------------------------------*
       01  DFHCOMMAREA.
           03  K015M-CD-FUC            PIC 9(01).
               88  K015M-CONSULTA      VALUE 1.
               88  K015M-INCLUI        VALUE 2.
               88  K015M-ALTERA        VALUE 3.
               88  K015M-EXCLUI        VALUE 4.
           03  K015M-CD-NTZ            PIC 9(05).
           03  K015M-CD-TIP-CLI        PIC 9(01).
           03  K015M-VL-INI-FAIXA      PIC 9(13)V9(02).
           03  K015M-VL-FIM-FAIXA      PIC 9(13)V9(02).
           03  K015M-CD-TIP-DCTO       PIC X(02).
           03  K015M-QT-DD-PEND        PIC 9(03).
           03  K015M-CD-USU            PIC X(08).
           03  K015M-DT-ATU            PIC 9(08).
           03  K015M-CD-RTN            PIC 9(02).
           03  K015M-TX-MSG-RTN        PIC X(60).
      *----------------------------------------------------------------*
       PROCEDURE DIVISION USING DFHCOMMAREA.
      *----------------------------------------------------------------*
       000000-ROTINA-PRINCIPAL  SECTION.
      *----------------------------------------------------------------*
      *
           MOVE ZEROS  TO K015M-CD-RTN.
           MOVE SPACES TO K015M-TX-MSG-RTN.
      *
           IF  EIBCALEN NOT EQUAL LENGTH OF DFHCOMMAREA
               MOVE 1 TO K015M-CD-RTN
               MOVE 'S015M - Area com tamanho invalido (book).'
                   TO K015M-TX-MSG-RTN
               GOBACK
           END-IF
      *
           IF  (K015M-INCLUI OR K015M-ALTERA)
               PERFORM 050-000-CRITICA-EXIGENCIA
               IF  K015M-CD-RTN NOT EQUAL ZEROS
                   GOBACK
               END-IF
           END-IF
      *
           EVALUATE TRUE
               WHEN K015M-CONSULTA
                   PERFORM 100-000-CONSULTA-EXIGENCIA
               WHEN K015M-INCLUI
               WHEN K015M-ALTERA
               WHEN K015M-EXCLUI
                   PERFORM 200-000-ATUALIZA-EXIGENCIA
               WHEN OTHER
                   MOVE 2 TO K015M-CD-RTN
                   MOVE 'S015M - Codigo de funcao invalido.'
                       TO K015M-TX-MSG-RTN
           END-EVALUATE
      *
           GOBACK
           .
      *----------------------------------------------------------------*
       050-000-CRITICA-EXIGENCIA  SECTION.
      *----------------------------------------------------------------*
      *
           IF  K015M-CD-NTZ EQUAL ZEROS
               MOVE 4 TO K015M-CD-RTN
               MOVE 'S015M - Informe a natureza do fato operacional.'
                   TO K015M-TX-MSG-RTN
               GO TO 050-000-SAI
           END-IF
      *
           IF  K015M-CD-TIP-CLI NOT EQUAL 1 AND 2
               MOVE 4 TO K015M-CD-RTN
               MOVE 'S015M - Tipo de cliente invalido (1/2).'
                   TO K015M-TX-MSG-RTN
               GO TO 050-000-SAI
           END-IF
      *
           IF  K015M-VL-FIM-FAIXA NOT EQUAL ZEROS
           AND K015M-VL-FIM-FAIXA LESS K015M-VL-INI-FAIXA
               MOVE 4 TO K015M-CD-RTN
               MOVE 'S015M - Valor final da faixa menor que o inicial.'
                   TO K015M-TX-MSG-RTN
               GO TO 050-000-SAI
           END-IF
      *
           IF  K015M-CD-TIP-DCTO NOT EQUAL 'NF' AND 'DI' AND 'CS'
                                       AND 'OU'
               MOVE 4 TO K015M-CD-RTN
               MOVE 'S015M - Tipo de documento invalido (NF/DI/CS/OU).'
                   TO K015M-TX-MSG-RTN
           END-IF
           .
       050-000-SAI.
           EXIT
           .
      *----------------------------------------------------------------*
       100-000-CONSULTA-EXIGENCIA  SECTION.
      *----------------------------------------------------------------*
      *
           OPEN INPUT ARQ-BCI015D
      *
           IF  W-FS-BCI015D NOT EQUAL '00'
               MOVE 6 TO K015M-CD-RTN
               STRING 'S015M - Erro abertura BCI015D FS='
                   DELIMITED BY SIZE
                   W-FS-BCI015D              DELIMITED BY SIZE
                   INTO K015M-TX-MSG-RTN
           ELSE
               MOVE K015M-CD-NTZ       TO REG-BCI015D-CD-NTZ
               MOVE K015M-CD-TIP-CLI   TO REG-BCI015D-CD-TIP-CLI
               MOVE K015M-VL-INI-FAIXA TO REG-BCI015D-VL-INI-FAIXA
      *
               READ ARQ-BCI015D
                   INVALID KEY
                       MOVE 3 TO K015M-CD-RTN
                       MOVE 'S015M - Exigencia nao cadastrada p/ chave.'
                           TO K015M-TX-MSG-RTN
               END-READ
      *
               IF  K015M-CD-RTN EQUAL ZEROS
                   MOVE REG-BCI015D-VL-FIM-FAIXA TO K015M-VL-FIM-FAIXA
                   MOVE REG-BCI015D-CD-TIP-DCTO  TO K015M-CD-TIP-DCTO
                   MOVE REG-BCI015D-QT-DD-PEND   TO K015M-QT-DD-PEND
               END-IF
      *
               CLOSE ARQ-BCI015D
           END-IF
           .
       100-000-SAI.
           EXIT
           .
      *----------------------------------------------------------------*
       200-000-ATUALIZA-EXIGENCIA  SECTION.
      *----------------------------------------------------------------*
      * Inclui, altera ou exclui a exigencia, gravando o historico
      * antes de efetivar.
      *
           OPEN I-O ARQ-BCI015D
      *
           IF  W-FS-BCI015D NOT EQUAL '00'
               MOVE 6 TO K015M-CD-RTN
               STRING 'S015M - Erro abertura BCI015D FS='
                   DELIMITED BY SIZE
                   W-FS-BCI015D              DELIMITED BY SIZE
                   INTO K015M-TX-MSG-RTN
               GO TO 200-000-SAI
           END-IF
      *
           MOVE K015M-CD-NTZ       TO REG-BCI015D-CD-NTZ
           MOVE K015M-CD-TIP-CLI   TO REG-BCI015D-CD-TIP-CLI
           MOVE K015M-VL-INI-FAIXA TO REG-BCI015D-VL-INI-FAIXA
           MOVE SPACES             TO W-CD-TIP-DCTO-ANTR
           MOVE ZEROS              TO W-QT-DD-PEND-ANTR
      *
           READ ARQ-BCI015D
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE REG-BCI015D-CD-TIP-DCTO TO W-CD-TIP-DCTO-ANTR
                   MOVE REG-BCI015D-QT-DD-PEND  TO W-QT-DD-PEND-ANTR
           END-READ
      *
           EVALUATE TRUE
               WHEN K015M-INCLUI
                   IF  W-FS-BCI015D EQUAL '00'
                       MOVE 4 TO K015M-CD-RTN
                       MOVE 'S015M - Exigencia ja cadastrada p/ chave.'
                           TO K015M-TX-MSG-RTN
                   ELSE
                       MOVE 'I' TO W-CD-ACAO-HIST
                       PERFORM 210-000-GRAVA-HISTORICO
                       IF  K015M-CD-RTN EQUAL ZEROS
                           PERFORM 220-000-MOVE-ENT-REG
                           WRITE REG-BCI015D
                               INVALID KEY
                                   MOVE 5 TO K015M-CD-RTN
                                   MOVE 'S015M - Erro ao incluir.'
                                       TO K015M-TX-MSG-RTN
                           END-WRITE
                       END-IF
                   END-IF
               WHEN K015M-ALTERA
                   IF  W-FS-BCI015D NOT EQUAL '00'
                       MOVE 3 TO K015M-CD-RTN
                       MOVE 'S015M - Exigencia nao cadastrada p/ chave.'
                           TO K015M-TX-MSG-RTN
                   ELSE
                       MOVE 'A' TO W-CD-ACAO-HIST
                       PERFORM 210-000-GRAVA-HISTORICO
                       IF  K015M-CD-RTN EQUAL ZEROS
                           PERFORM 220-000-MOVE-ENT-REG
                           REWRITE REG-BCI015D
                               INVALID KEY
                                   MOVE 5 TO K015M-CD-RTN
                                   MOVE 'S015M - Erro ao alterar.'
                                       TO K015M-TX-MSG-RTN
                           END-REWRITE
                       END-IF
                   END-IF
               WHEN K015M-EXCLUI
                   IF  W-FS-BCI015D NOT EQUAL '00'
                       MOVE 3 TO K015M-CD-RTN
                       MOVE 'S015M - Exigencia nao cadastrada p/ chave.'
                           TO K015M-TX-MSG-RTN
                   ELSE
                       MOVE 'E' TO W-CD-ACAO-HIST
                       PERFORM 210-000-GRAVA-HISTORICO
                       IF  K015M-CD-RTN EQUAL ZEROS
                           DELETE ARQ-BCI015D
                               INVALID KEY
                                   MOVE 5 TO K015M-CD-RTN
                                   MOVE 'S015M - Erro ao excluir.'
                                       TO K015M-TX-MSG-RTN
                           END-DELETE
                       END-IF
                   END-IF
           END-EVALUATE
      *
           CLOSE ARQ-BCI015D
           .
       200-000-SAI.
           EXIT
           .
      *----------------------------------------------------------------*
       210-000-GRAVA-HISTORICO SECTION.
      *----------------------------------------------------------------*
      *
           OPEN I-O ARQ-BCI015H
      *
           IF  W-FS-BCI015H NOT EQUAL '00'
               MOVE 7 TO K015M-CD-RTN
               STRING 'S015M - Erro abertura BCI015H FS='
                   DELIMITED BY SIZE
                   W-FS-BCI015H              DELIMITED BY SIZE
                   INTO K015M-TX-MSG-RTN
           ELSE
               MOVE K015M-CD-NTZ       TO REG-BCI015H-CD-NTZ
               MOVE K015M-CD-TIP-CLI   TO REG-BCI015H-CD-TIP-CLI
               MOVE K015M-VL-INI-FAIXA TO REG-BCI015H-VL-INI-FAIXA
               STRING EIBDATE          DELIMITED BY SIZE
                      EIBTIME          DELIMITED BY SIZE
                      INTO REG-BCI015H-TS-ALTC
               MOVE K015M-CD-USU       TO REG-BCI015H-CD-USU
               MOVE W-CD-ACAO-HIST     TO REG-BCI015H-CD-ACAO
               MOVE W-CD-TIP-DCTO-ANTR TO REG-BCI015H-CD-TIP-DCTO-ANTR
               MOVE K015M-CD-TIP-DCTO  TO REG-BCI015H-CD-TIP-DCTO-NOVO
               MOVE W-QT-DD-PEND-ANTR  TO REG-BCI015H-QT-DD-PEND-ANTR
               MOVE K015M-QT-DD-PEND   TO REG-BCI015H-QT-DD-PEND-NOVO
      *
               WRITE REG-BCI015H
                   INVALID KEY
                       MOVE 8 TO K015M-CD-RTN
                       MOVE 'S015M - Erro ao gravar historico.'
                           TO K015M-TX-MSG-RTN
               END-WRITE
      *
               CLOSE ARQ-BCI015H
           END-IF
           .
       210-000-SAI.
           EXIT
           .
      *----------------------------------------------------------------*
       220-000-MOVE-ENT-REG    SECTION.
      *----------------------------------------------------------------*
      *
           MOVE K015M-CD-NTZ       TO REG-BCI015D-CD-NTZ
           MOVE K015M-CD-TIP-CLI   TO REG-BCI015D-CD-TIP-CLI
           MOVE K015M-VL-INI-FAIXA TO REG-BCI015D-VL-INI-FAIXA
           MOVE K015M-VL-FIM-FAIXA TO REG-BCI015D-VL-FIM-FAIXA
           MOVE K015M-CD-TIP-DCTO  TO REG-BCI015D-CD-TIP-DCTO
           MOVE K015M-QT-DD-PEND   TO REG-BCI015D-QT-DD-PEND
           MOVE K015M-CD-USU       TO REG-BCI015D-CD-USU-ALTC
           MOVE K015M-DT-ATU       TO REG-BCI015D-DT-ALTC
           .
       220-000-SAI.
           EXIT
           .
