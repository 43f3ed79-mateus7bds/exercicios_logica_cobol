      *             que a checagem por ordem (faixa minimo/maximo) nao
      *             enxerga quando o cliente fatia uma transferencia
      *             grande em varias ordens pequenas.
      *             Funcao 3 - estorno do valor de ordem devolvida e
      *             reembolsada ao cliente (BCIS0328), nos acumulados
      *             do dia e do mes da data original da ordem.
      *----------------------------------------------------------------*
      * COMPILACAO: 54 - PSOSE600 - Cobol 6.3 c/otimizacao p/producao
      *----------------------------------------------------------------*
      * Vrs Data     E/A/D   Respon.  Descrição da versão
      * --- -------- ------- -------- ---------------------------------*
      * 002 15102026 Manut.  F7021226 Funcao 3 - estorno do valor da
      *                               ordem nos acumulados do dia e do
      *                               mes informados em K0271-DT-ATU
      *                               (reembolso de devolucao).
      * 001 22082026 Implan. F7021226 Implantacao
      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.
                                            '*** W.S.S. COMECA AQUI***'.
       77  CTE-PROG                    PIC  X(016) VALUE
                                            '*** BCIS0271 ***'.
       77  CTE-VERS                    PIC  X(006) VALUE 'VRS002'.
       77  CTE-FIM                     PIC  X(018) VALUE
                                            '*** FIM NORMAL ***'.
      *
           03  K0271-CD-FUC                 PIC  9(01).
               88  K0271-CONSULTA           VALUE 1.
               88  K0271-ACUMULA            VALUE 2.
               88  K0271-ESTORNA            VALUE 3.
           03  K0271-CD-CLI                 PIC  9(09).
           03  K0271-DT-ATU                 PIC  9(08).
           03  K0271-VL-ORD                 PIC  9(15)V9(02).
                   PERFORM 100-000-CONSULTA-ACMD
               WHEN K0271-ACUMULA
                   PERFORM 200-000-ACUMULA-VL
               WHEN K0271-ESTORNA
                   PERFORM 300-000-ESTORNA-VL
               WHEN OTHER
                   MOVE 2 TO K0271-CD-RTN
                   MOVE 'S0271 - Codigo de funcao invalido.'
       210-000-SAI.
           EXIT
           .
      *----------------------------------------------------------------*
       300-000-ESTORNA-VL      SECTION.
      *----------------------------------------------------------------*
      * Retira o valor da ordem dos acumulados do dia e do mes da data
      * original (K0271-DT-ATU). Periodo ja expurgado ou sem registro
      * nao tem o que estornar; o acumulado nunca fica negativo.
      *
           OPEN I-O ARQ-BCI0271
      *
           IF  W-FS-BCI0271 NOT EQUAL '00'
               MOVE 6 TO K0271-CD-RTN
               STRING 'S0271 - Erro abertura BCI0271 FS='
                   DELIMITED BY SIZE
                   W-FS-BCI0271              DELIMITED BY SIZE
                   INTO K0271-TX-MSG-RTN
           ELSE
               MOVE 'D'            TO W-CD-TIP-PRD
               MOVE W-CD-PRD-DIA   TO W-CD-PRD
               PERFORM 310-000-ESTORNA-PERIODO
      *
               IF  K0271-CD-RTN EQUAL ZEROS
                   MOVE 'M'            TO W-CD-TIP-PRD
                   MOVE W-CD-PRD-MES   TO W-CD-PRD
                   PERFORM 310-000-ESTORNA-PERIODO
               END-IF
      *
               CLOSE ARQ-BCI0271
           END-IF
           .
       300-000-SAI.
           EXIT
           .
      *----------------------------------------------------------------*
       310-000-ESTORNA-PERIODO SECTION.
      *----------------------------------------------------------------*
      *
           MOVE K0271-CD-CLI   TO REG-BCI0271-CD-CLI
           MOVE W-CD-TIP-PRD   TO REG-BCI0271-CD-TIP-PRD
           MOVE W-CD-PRD       TO REG-BCI0271-CD-PRD
      *
           READ ARQ-BCI0271
               INVALID KEY
                   GO TO 310-000-SAI
           END-READ
      *
           IF  REG-BCI0271-VL-ACMD GREATER K0271-VL-ORD
               SUBTRACT K0271-VL-ORD FROM REG-BCI0271-VL-ACMD
           ELSE
               MOVE ZEROS TO REG-BCI0271-VL-ACMD
           END-IF
      *
           IF  REG-BCI0271-QT-ORD GREATER ZEROS
               SUBTRACT 1 FROM REG-BCI0271-QT-ORD
           END-IF
      *
           REWRITE REG-BCI0271
               INVALID KEY
                   MOVE 4 TO K0271-CD-RTN
                   MOVE 'S0271 - Erro ao regravar BCI0271.'
                       TO K0271-TX-MSG-RTN
           END-REWRITE
           .
       310-000-SAI.
           EXIT
           .
