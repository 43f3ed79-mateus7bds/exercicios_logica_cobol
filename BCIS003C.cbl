      *             2 = verifica banqueiro suspenso (SWIFT 8 posicoes,
      *             aplicando a mesma regra IN-IMPT-BANQ + lista 'OPE'
      *             / '+' que o OPES500V/050-100 aplicava);
      *             3 = forca recarga do cache;
      *             4 = registra parametro proposto p/ simulacao (so
      *             no batch - BCIS0321): o valor proposto e servido
      *             pela funcao 1 no lugar do valor vigente ate o fim
      *             do run unit, sem passar pelo cache nem pela
      *             recarga.
      *             Em caso de falha do BCIS003R o codigo, o SQLCODE e
      *             a mensagem originais sao repassados ao chamador,
      *             que preserva seus paragrafos de erro historicos.
      *----------------------------------------------------------------*
      * Vrs Data     E/A/D   Respon.  Descrição da versão
      * --- -------- ------- -------- ---------------------------------*
      * 003 15102026 Manut.  F7021226 Funcao 4 - parametro proposto
      *                               p/ simulacao batch (BCIS0321),
      *                               servido antes do cache (origem
      *                               'S'), inclusive BCI/IN-IMPT-BANQ
      * 002 22082026 Manut.  F7021226 Bloco do cache movido p/ armaze-
      *                               namento compartilhado (GETMAIN
      *                               SHARED ancorado no CWA) no
                                            '*** W.S.S. COMECA AQUI***'.
       77  CTE-PROG                    PIC  X(016) VALUE
                                            '*** BCIS003C ***'.
       77  CTE-VERS                    PIC  X(006) VALUE 'VRS003'.
       77  CTE-FIM                     PIC  X(018) VALUE
                                            '*** FIM NORMAL ***'.
      *
       77  W-NR-NDX-PRM                PIC S9(04) COMP VALUE ZEROS.
       77  W-PTR-CWA                   USAGE POINTER.
      *
      * Parametros propostos da simulacao (funcao 4, so no batch).
      * Ficam fora do bloco do cache: a recarga por tempo nao os
      * descarta e o online nunca os enxerga.
       77  W-QT-PRM-SMLC               PIC S9(04) COMP VALUE ZEROS.
       77  W-NR-NDX-SMLC               PIC S9(04) COMP VALUE ZEROS.
       77  W-IN-ACHOU-SMLC             PIC X(01) VALUE 'N'.
       77  W-SG-SIS-PSQ                PIC X(03) VALUE SPACES.
       77  W-CD-IDFC-PSQ               PIC X(15) VALUE SPACES.
       01  W-TB-PRM-SMLC.
           03  W-PRM-SMLC-OCR OCCURS 50 TIMES.
               05  W-PRM-SMLC-SG-SIS       PIC X(03).
               05  W-PRM-SMLC-CD-IDFC-ARQ  PIC X(15).
               05  W-PRM-SMLC-NR-CTL       PIC 9(08).
               05  W-PRM-SMLC-DT-CTL       PIC X(10).
      *
      * Simulacao do bloco EIB p/ chamada dos satelites CICS (mesma
      * tecnica do BCIS0269).
       01  DFHEIBLK-W.
               88  K003C-CONSULTA-PRM  VALUE 1.
               88  K003C-VERIF-BANQ    VALUE 2.
               88  K003C-RECARREGA     VALUE 3.
               88  K003C-REGISTRA-SMLC VALUE 4.
           03  K003C-IN-EXEC-ONL       PIC X(01).
           03  K003C-SG-SIS            PIC X(03).
           03  K003C-CD-IDFC-ARQ       PIC X(15).
           IF  K003C-CD-RTN NOT EQUAL ZEROS
               GOBACK
           END-IF
      *
           IF  K003C-REGISTRA-SMLC
               PERFORM 600-000-REGISTRA-PRM-SMLC
               GOBACK
           END-IF
      *
           IF  K003C-RECARREGA
               PERFORM 100-000-ZERA-CACHE
      *----------------------------------------------------------------*
      *
           MOVE 'N' TO W-IN-ACHOU
      *
      *    Simulacao batch: valor proposto vale antes do vigente
           MOVE K003C-SG-SIS      TO W-SG-SIS-PSQ
           MOVE K003C-CD-IDFC-ARQ TO W-CD-IDFC-PSQ
           PERFORM 650-000-PROCURA-PRM-SMLC
      *
           IF  W-IN-ACHOU-SMLC EQUAL 'S'
               MOVE W-PRM-SMLC-NR-CTL (W-NR-NDX-SMLC) TO K003C-NR-CTL
               MOVE W-PRM-SMLC-DT-CTL (W-NR-NDX-SMLC) TO K003C-DT-CTL
               MOVE 'S'                               TO K003C-IN-ORIGEM
               GO TO 300-000-SAI
           END-IF
      *
           IF  CCH-QT-PRM GREATER ZEROS
               PERFORM VARYING W-NR-NDX-PRM FROM 1 BY 1
               PERFORM 900-000-REPASSA-ERRO
               GO TO 450-000-SAI
           END-IF
      *
           MOVE 'BCI'          TO W-SG-SIS-PSQ
           MOVE 'IN-IMPT-BANQ' TO W-CD-IDFC-PSQ
           PERFORM 650-000-PROCURA-PRM-SMLC
      *
           IF  W-IN-ACHOU-SMLC EQUAL 'S'
               MOVE W-PRM-SMLC-NR-CTL (W-NR-NDX-SMLC) TO K003R-NR-CTL
           END-IF
      *
           IF  K003R-NR-CTL EQUAL 1
               MOVE 1 TO CCH-IN-IMPT-BANQ
       550-000-SAI.
           EXIT
           .
      *----------------------------------------------------------------*
       600-000-REGISTRA-PRM-SMLC  SECTION.
      *----------------------------------------------------------------*
      * Parametro proposto da simulacao: so no batch, onde a working-
      * storage pertence ao run unit do proprio driver de simulacao.
      * Chave ja registrada tem o valor substituido.
      *
           IF  K003C-IN-EXEC-ONL EQUAL 'S'
               MOVE 4 TO K003C-CD-RTN
               MOVE 'S003C - Simulacao de parametro so no batch.'
                   TO K003C-TX-MSG-RTN
               GO TO 600-000-SAI
           END-IF
      *
           IF  K003C-SG-SIS      EQUAL SPACES
           OR  K003C-CD-IDFC-ARQ EQUAL SPACES
               MOVE 4 TO K003C-CD-RTN
               MOVE 'S003C - Parametro proposto sem identificacao.'
                   TO K003C-TX-MSG-RTN
               GO TO 600-000-SAI
           END-IF
      *
           MOVE K003C-SG-SIS      TO W-SG-SIS-PSQ
           MOVE K003C-CD-IDFC-ARQ TO W-CD-IDFC-PSQ
           PERFORM 650-000-PROCURA-PRM-SMLC
      *
           IF  W-IN-ACHOU-SMLC NOT EQUAL 'S'
               IF  W-QT-PRM-SMLC NOT LESS 50
                   MOVE 5 TO K003C-CD-RTN
                   MOVE 'S003C - Tabela de parametros propostos cheia.'
                       TO K003C-TX-MSG-RTN
                   GO TO 600-000-SAI
               END-IF
               ADD 1 TO W-QT-PRM-SMLC
               MOVE W-QT-PRM-SMLC TO W-NR-NDX-SMLC
           END-IF
      *
           MOVE K003C-SG-SIS
               TO W-PRM-SMLC-SG-SIS      (W-NR-NDX-SMLC)
           MOVE K003C-CD-IDFC-ARQ
               TO W-PRM-SMLC-CD-IDFC-ARQ (W-NR-NDX-SMLC)
           MOVE K003C-NR-CTL
               TO W-PRM-SMLC-NR-CTL      (W-NR-NDX-SMLC)
           MOVE K003C-DT-CTL
               TO W-PRM-SMLC-DT-CTL      (W-NR-NDX-SMLC)
           MOVE 'S'               TO K003C-IN-ORIGEM
           .
       600-000-SAI.
           EXIT
           .
      *----------------------------------------------------------------*
       650-000-PROCURA-PRM-SMLC  SECTION.
      *----------------------------------------------------------------*
      * Procura W-SG-SIS-PSQ + W-CD-IDFC-PSQ na tabela de propostos;
      * achado, W-NR-NDX-SMLC aponta a ocorrencia.
      *
           MOVE 'N' TO W-IN-ACHOU-SMLC
           MOVE 1   TO W-NR-NDX-SMLC
           .
       650-000-PROXIMO.
           IF  W-NR-NDX-SMLC GREATER W-QT-PRM-SMLC
               GO TO 650-000-SAI
           END-IF
      *
           IF  W-PRM-SMLC-SG-SIS (W-NR-NDX-SMLC)
                                       EQUAL W-SG-SIS-PSQ
           AND W-PRM-SMLC-CD-IDFC-ARQ (W-NR-NDX-SMLC)
                                       EQUAL W-CD-IDFC-PSQ
               MOVE 'S' TO W-IN-ACHOU-SMLC
               GO TO 650-000-SAI
           END-IF
      *
           ADD 1 TO W-NR-NDX-SMLC
           GO TO 650-000-PROXIMO
           .
       650-000-SAI.
           EXIT
           .
      *----------------------------------------------------------------*
       900-000-REPASSA-ERRO  SECTION.
      *----------------------------------------------------------------*
