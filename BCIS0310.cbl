      *----------------------------------------------------------------*
      * PROGRAMA..: BCIS0310
      * ANALISTA..: MATEUS BARBOSA DA SILVA.
      * AUTOR.....: MATEUS BARBOSA DA SILVA.
      * DATA......: 15/10/2026.
      * OBJETIVO..: Base das ordens de pagamento agendadas (BCI310A).
      *             A ordem com S500V-IN-ORPG-AGDD = 'S' era validada
      *             e aceita pelo OPES500V sem data de execucao
      *             controlada - nada a reapresentava na data marcada.
      *             Este modulo guarda, na confirmacao do registro, a
      *             imagem da ordem agendada com a data de execucao
      *             (S500V-DT-EMS), p/ a execucao diaria BCIS0311, que
      *             cota a taxa do dia, passa a ordem pela cadeia do
      *             OPES500V, debita o cliente e baixa o agendamento.
      *             Funcoes: 1 = inclui (devolve o numero);
      *             2 = consulta; 3 = cancela agendamento pendente.
      *             Chave: data de execucao AAAAMMDD + numero; o
      *             registro de chave zero controla a sequencia
      *             (mesmo padrao da BCI291B).
      *----------------------------------------------------------------*
      * COMPILACAO: 54 - PSOSE600 - Cobol 6.3 c/otimizacao p/producao
      *----------------------------------------------------------------*
      * Vrs Data     E/A/D   Respon.  Descrição da versão
      * --- -------- ------- -------- ---------------------------------*
      * 001 15102026 Implan. F7021226 Implantacao
      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.
      *----------------------------------------------------------------*
       PROGRAM-ID. BCIS0310.
      *----------------------------------------------------------------*
       ENVIRONMENT DIVISION.
      *----------------------------------------------------------------*
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
      *----------------------------------------------------------------*
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * Ordens agendadas (chave: data de execucao + numero; o registro
      * de chave zero guarda o proximo numero a atribuir)
           SELECT ARQ-BCI310A  ASSIGN TO BCI310A
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS REG-BCI310A-CHV
                  FILE STATUS  IS W-FS-BCI310A.
      *----------------------------------------------------------------*
       DATA DIVISION.
      *----------------------------------------------------------------*
       FILE SECTION.
       FD  ARQ-BCI310A.
       01  REG-BCI310A.
           03  REG-BCI310A-CHV.
               05  REG-BCI310A-DT-EXEC         PIC 9(08).
               05  REG-BCI310A-NR-AGND         PIC 9(09).
      * P = pendente; E = executada; F = rejeitada na execucao;
      * C = cancelada antes da data
           03  REG-BCI310A-CD-EST-AGND         PIC X(01).
           03  REG-BCI310A-CD-IDFR-ORD         PIC 9(10).
           03  REG-BCI310A-CD-TIP-ORD-PGTO     PIC 9(01).
           03  REG-BCI310A-CD-CLI              PIC 9(09).
           03  REG-BCI310A-CD-PRF-DEPE-EMT     PIC 9(04).
           03  REG-BCI310A-NR-CC-TMDR          PIC 9(11).
           03  REG-BCI310A-NM-TMDR             PIC X(50).
           03  REG-BCI310A-NM-BNFC             PIC X(35).
           03  REG-BCI310A-TX-END-BNFC         PIC X(35).
           03  REG-BCI310A-NM-CID-BNFC         PIC X(20).
           03  REG-BCI310A-CD-PAIS-BNFC        PIC 9(03).
           03  REG-BCI310A-CD-SWFT-BNFC        PIC X(11).
           03  REG-BCI310A-CD-CT-BNFC          PIC X(20).
           03  REG-BCI310A-CD-BNFC-FAVT        PIC 9(03).
           03  REG-BCI310A-CD-MOE              PIC 9(03).
           03  REG-BCI310A-CD-TIP-MC           PIC X(01).
           03  REG-BCI310A-VL-MOEE             PIC 9(13)V9(02).
           03  REG-BCI310A-CD-NTZ              PIC 9(04).
           03  REG-BCI310A-DT-LQDC             PIC X(10).
           03  REG-BCI310A-CD-USU              PIC X(08).
           03  REG-BCI310A-DT-AGND             PIC 9(08).
           03  REG-BCI310A-HR-AGND             PIC 9(06).
           03  REG-BCI310A-DT-PRCT             PIC 9(08).
           03  REG-BCI310A-VL-TAXA-CMB         PIC 9(08)V9(07).
           03  REG-BCI310A-VL-MOEN             PIC 9(13)V9(02).
           03  REG-BCI310A-CD-RTN-EXEC         PIC 9(04).
           03  REG-BCI310A-TX-MSG-EXEC         PIC X(60).
           03  FILLER                          PIC X(20).
      *----------------------------------------------------------------*
       WORKING-STORAGE SECTION.
      *
       77  CTE-INICIO                  PIC  X(025) VALUE
                                            '*** W.S.S. COMECA AQUI***'.
       77  CTE-PROG                    PIC  X(016) VALUE
                                            '*** BCIS0310 ***'.
       77  CTE-VERS                    PIC  X(006) VALUE 'VRS001'.
       77  CTE-FIM                     PIC  X(018) VALUE
                                            '*** FIM NORMAL ***'.
      *
       77  W-FS-BCI310A                PIC X(02) VALUE ZEROS.
       77  W-NR-AGND-NOVO              PIC 9(09) VALUE ZEROS.
      *----------------------------------------------------------------*
       LINKAGE SECTION.
      *----------------------------------------------------------------*
       01  DFHCOMMAREA.
           03  K0310-CD-FUC                 PIC  9(01).
               88  K0310-INCLUI             VALUE 1.
               88  K0310-CONSULTA           VALUE 2.
               88  K0310-CANCELA            VALUE 3.
           03  K0310-DT-EXEC                PIC  9(08).
           03  K0310-NR-AGND                PIC  9(09).
           03  K0310-CD-EST-AGND            PIC  X(01).
           03  K0310-CD-IDFR-ORD            PIC  9(10).
           03  K0310-CD-TIP-ORD-PGTO        PIC  9(01).
           03  K0310-CD-CLI                 PIC  9(09).
           03  K0310-CD-PRF-DEPE-EMT        PIC  9(04).
           03  K0310-NR-CC-TMDR             PIC  9(11).
           03  K0310-NM-TMDR                PIC  X(50).
           03  K0310-NM-BNFC                PIC  X(35).
           03  K0310-TX-END-BNFC            PIC  X(35).
           03  K0310-NM-CID-BNFC            PIC  X(20).
           03  K0310-CD-PAIS-BNFC           PIC  9(03).
           03  K0310-CD-SWFT-BNFC           PIC  X(11).
           03  K0310-CD-CT-BNFC             PIC  X(20).
           03  K0310-CD-BNFC-FAVT           PIC  9(03).
           03  K0310-CD-MOE                 PIC  9(03).
           03  K0310-CD-TIP-MC              PIC  X(01).
           03  K0310-VL-MOEE                PIC  9(13)V9(02).
           03  K0310-CD-NTZ                 PIC  9(04).
           03  K0310-DT-LQDC                PIC  X(10).
           03  K0310-CD-USU                 PIC  X(08).
           03  K0310-DT-ATU                 PIC  9(08).
           03  K0310-HR-ATU                 PIC  9(06).
           03  K0310-DT-PRCT                PIC  9(08).
           03  K0310-CD-RTN-EXEC            PIC  9(04).
           03  K0310-TX-MSG-EXEC            PIC  X(60).
           03  K0310-CD-RTN                 PIC  9(02).
           03  K0310-TX-MSG-RTN             PIC  X(60).
      *----------------------------------------------------------------*
       PROCEDURE DIVISION USING DFHCOMMAREA.
      *----------------------------------------------------------------*
       000000-ROTINA-PRINCIPAL  SECTION.
      *----------------------------------------------------------------*
      *
           MOVE ZEROS  TO K0310-CD-RTN
           MOVE SPACES TO K0310-TX-MSG-RTN
      *
           IF  EIBCALEN NOT EQUAL LENGTH OF DFHCOMMAREA
               MOVE 1 TO K0310-CD-RTN
               MOVE 'S0310 - Area com tamanho invalido (book).'
                   TO K0310-TX-MSG-RTN
               GOBACK
           END-IF
      *
           OPEN I-O ARQ-BCI310A
      *
           IF  W-FS-BCI310A NOT EQUAL '00'
               MOVE 6 TO K0310-CD-RTN
               STRING 'S0310 - Erro abertura BCI310A FS='
                   DELIMITED BY SIZE
                   W-FS-BCI310A              DELIMITED BY SIZE
                   INTO K0310-TX-MSG-RTN
               GOBACK
           END-IF
      *
           EVALUATE TRUE
               WHEN K0310-INCLUI
                   PERFORM 100-000-INCLUI-AGENDAMENTO
               WHEN K0310-CONSULTA
               WHEN K0310-CANCELA
                   PERFORM 300-000-TRATA-AGENDAMENTO
               WHEN OTHER
                   MOVE 2 TO K0310-CD-RTN
                   MOVE 'S0310 - Codigo de funcao invalido.'
                       TO K0310-TX-MSG-RTN
           END-EVALUATE
      *
           CLOSE ARQ-BCI310A
      *
           GOBACK
           .
      *----------------------------------------------------------------*
       100-000-INCLUI-AGENDAMENTO  SECTION.
      *----------------------------------------------------------------*
      *
           IF  K0310-DT-EXEC NOT GREATER K0310-DT-ATU
               MOVE 3 TO K0310-CD-RTN
               MOVE 'S0310 - Data de execucao deve ser futura.'
                   TO K0310-TX-MSG-RTN
               GO TO 100-000-SAI
           END-IF
      *
           IF  K0310-VL-MOEE EQUAL ZEROS
               MOVE 3 TO K0310-CD-RTN
               MOVE 'S0310 - Valor da ordem nao informado.'
                   TO K0310-TX-MSG-RTN
               GO TO 100-000-SAI
           END-IF
      *
           PERFORM 200-000-PROXIMO-NR-AGND
      *
           IF  K0310-CD-RTN NOT EQUAL ZEROS
               GO TO 100-000-SAI
           END-IF
      *
           INITIALIZE REG-BCI310A
           MOVE K0310-DT-EXEC          TO REG-BCI310A-DT-EXEC
           MOVE W-NR-AGND-NOVO         TO REG-BCI310A-NR-AGND
           MOVE 'P'                    TO REG-BCI310A-CD-EST-AGND
           MOVE K0310-CD-IDFR-ORD      TO REG-BCI310A-CD-IDFR-ORD
           MOVE K0310-CD-TIP-ORD-PGTO  TO REG-BCI310A-CD-TIP-ORD-PGTO
           MOVE K0310-CD-CLI           TO REG-BCI310A-CD-CLI
           MOVE K0310-CD-PRF-DEPE-EMT  TO REG-BCI310A-CD-PRF-DEPE-EMT
           MOVE K0310-NR-CC-TMDR       TO REG-BCI310A-NR-CC-TMDR
           MOVE K0310-NM-TMDR          TO REG-BCI310A-NM-TMDR
           MOVE K0310-NM-BNFC          TO REG-BCI310A-NM-BNFC
           MOVE K0310-TX-END-BNFC      TO REG-BCI310A-TX-END-BNFC
           MOVE K0310-NM-CID-BNFC      TO REG-BCI310A-NM-CID-BNFC
           MOVE K0310-CD-PAIS-BNFC     TO REG-BCI310A-CD-PAIS-BNFC
           MOVE K0310-CD-SWFT-BNFC     TO REG-BCI310A-CD-SWFT-BNFC
           MOVE K0310-CD-CT-BNFC       TO REG-BCI310A-CD-CT-BNFC
           MOVE K0310-CD-BNFC-FAVT     TO REG-BCI310A-CD-BNFC-FAVT
           MOVE K0310-CD-MOE           TO REG-BCI310A-CD-MOE
           MOVE K0310-CD-TIP-MC        TO REG-BCI310A-CD-TIP-MC
           MOVE K0310-VL-MOEE          TO REG-BCI310A-VL-MOEE
           MOVE K0310-CD-NTZ           TO REG-BCI310A-CD-NTZ
           MOVE K0310-DT-LQDC          TO REG-BCI310A-DT-LQDC
           MOVE K0310-CD-USU           TO REG-BCI310A-CD-USU
           MOVE K0310-DT-ATU           TO REG-BCI310A-DT-AGND
           MOVE K0310-HR-ATU           TO REG-BCI310A-HR-AGND
      *
           WRITE REG-BCI310A
               INVALID KEY
                   MOVE 4 TO K0310-CD-RTN
                   MOVE 'S0310 - Erro ao gravar agendamento BCI310A.'
                       TO K0310-TX-MSG-RTN
           END-WRITE
      *
           IF  K0310-CD-RTN EQUAL ZEROS
               MOVE W-NR-AGND-NOVO TO K0310-NR-AGND
               MOVE 'P'            TO K0310-CD-EST-AGND
           END-IF
           .
       100-000-SAI.
           EXIT
           .
      *----------------------------------------------------------------*
       200-000-PROXIMO-NR-AGND  SECTION.
      *----------------------------------------------------------------*
      * Registro de chave zero guarda em CD-CLI o proximo numero de
      * agendamento a atribuir; criado na primeira utilizacao (mesmo
      * padrao do BCIS0291).
      *
           MOVE ZEROS TO REG-BCI310A-CHV
      *
           READ ARQ-BCI310A
               INVALID KEY
                   MOVE 1     TO W-NR-AGND-NOVO
                   INITIALIZE REG-BCI310A
                   MOVE ZEROS TO REG-BCI310A-CHV
                   MOVE 2     TO REG-BCI310A-CD-CLI
                   WRITE REG-BCI310A
                       INVALID KEY
                           MOVE 5 TO K0310-CD-RTN
                           MOVE 'S0310 - Erro controle de sequencia.'
                               TO K0310-TX-MSG-RTN
                   END-WRITE
               NOT INVALID KEY
                   MOVE REG-BCI310A-CD-CLI TO W-NR-AGND-NOVO
                   ADD 1 TO REG-BCI310A-CD-CLI
                   REWRITE REG-BCI310A
                       INVALID KEY
                           MOVE 5 TO K0310-CD-RTN
                           MOVE 'S0310 - Erro controle de sequencia.'
                               TO K0310-TX-MSG-RTN
                   END-REWRITE
           END-READ
           .
       200-000-SAI.
           EXIT
           .
      *----------------------------------------------------------------*
       300-000-TRATA-AGENDAMENTO  SECTION.
      *----------------------------------------------------------------*
      * Consulta ou cancela um agendamento existente. So o agendamento
      * pendente se cancela - o executado segue o ciclo de vida da
      * ordem (cancelamento pelo OPES500V).
      *
           MOVE K0310-DT-EXEC TO REG-BCI310A-DT-EXEC
           MOVE K0310-NR-AGND TO REG-BCI310A-NR-AGND
      *
           READ ARQ-BCI310A
               INVALID KEY
                   MOVE 21 TO K0310-CD-RTN
                   MOVE 'S0310 - Agendamento inexistente.'
                       TO K0310-TX-MSG-RTN
           END-READ
      *
           IF  K0310-CD-RTN NOT EQUAL ZEROS
               GO TO 300-000-SAI
           END-IF
      *
           IF  K0310-CONSULTA
               MOVE REG-BCI310A-CD-EST-AGND     TO K0310-CD-EST-AGND
               MOVE REG-BCI310A-CD-IDFR-ORD     TO K0310-CD-IDFR-ORD
               MOVE REG-BCI310A-CD-TIP-ORD-PGTO TO K0310-CD-TIP-ORD-PGTO
               MOVE REG-BCI310A-CD-CLI          TO K0310-CD-CLI
               MOVE REG-BCI310A-CD-PRF-DEPE-EMT TO K0310-CD-PRF-DEPE-EMT
               MOVE REG-BCI310A-NR-CC-TMDR      TO K0310-NR-CC-TMDR
               MOVE REG-BCI310A-NM-TMDR         TO K0310-NM-TMDR
               MOVE REG-BCI310A-NM-BNFC         TO K0310-NM-BNFC
               MOVE REG-BCI310A-TX-END-BNFC     TO K0310-TX-END-BNFC
               MOVE REG-BCI310A-NM-CID-BNFC     TO K0310-NM-CID-BNFC
               MOVE REG-BCI310A-CD-PAIS-BNFC    TO K0310-CD-PAIS-BNFC
               MOVE REG-BCI310A-CD-SWFT-BNFC    TO K0310-CD-SWFT-BNFC
               MOVE REG-BCI310A-CD-CT-BNFC      TO K0310-CD-CT-BNFC
               MOVE REG-BCI310A-CD-BNFC-FAVT    TO K0310-CD-BNFC-FAVT
               MOVE REG-BCI310A-CD-MOE          TO K0310-CD-MOE
               MOVE REG-BCI310A-CD-TIP-MC       TO K0310-CD-TIP-MC
               MOVE REG-BCI310A-VL-MOEE         TO K0310-VL-MOEE
               MOVE REG-BCI310A-CD-NTZ          TO K0310-CD-NTZ
               MOVE REG-BCI310A-DT-LQDC         TO K0310-DT-LQDC
               MOVE REG-BCI310A-CD-USU          TO K0310-CD-USU
               MOVE REG-BCI310A-DT-PRCT         TO K0310-DT-PRCT
               MOVE REG-BCI310A-CD-RTN-EXEC     TO K0310-CD-RTN-EXEC
               MOVE REG-BCI310A-TX-MSG-EXEC     TO K0310-TX-MSG-EXEC
               GO TO 300-000-SAI
           END-IF
      *
           IF  REG-BCI310A-CD-EST-AGND NOT EQUAL 'P'
               MOVE 22 TO K0310-CD-RTN
               MOVE 'S0310 - Agendamento ja executado ou cancelado.'
                   TO K0310-TX-MSG-RTN
               GO TO 300-000-SAI
           END-IF
      *
           MOVE 'C'            TO REG-BCI310A-CD-EST-AGND
           MOVE K0310-DT-ATU   TO REG-BCI310A-DT-PRCT
           MOVE K0310-TX-MSG-EXEC
                               TO REG-BCI310A-TX-MSG-EXEC
      *
           REWRITE REG-BCI310A
               INVALID KEY
                   MOVE 25 TO K0310-CD-RTN
                   MOVE 'S0310 - Erro ao regravar agendamento.'
                       TO K0310-TX-MSG-RTN
           END-REWRITE
      *
           IF  K0310-CD-RTN EQUAL ZEROS
               MOVE REG-BCI310A-CD-EST-AGND TO K0310-CD-EST-AGND
           END-IF
           .
       300-000-SAI.
           EXIT
           .
