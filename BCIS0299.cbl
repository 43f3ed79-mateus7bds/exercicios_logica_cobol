      *             do cache BCIS003C; padrao 3 dias quando nao
      *             cadastrado), com subtotal por regra de disparo
      *             (lista de vigilancia 'F', desvio de taxa
      *             confirmado, matriz de risco, fracionamento do
      *             BCIS0315, retriagem da lista do BCIS0317).
      *             Encerra com RETURN-CODE 4 quando ha pendencia alem
      *             do prazo, p/ a esteira destacar o dia.
      *----------------------------------------------------------------*
      * COMPILACAO: 54 - PSOSE600 - Cobol 6.3 c/otimizacao p/producao
      *----------------------------------------------------------------*
      * Vrs Data     E/A/D   Respon.  Descrição da versão
      * --- -------- ------- -------- ---------------------------------*
      * 003 15102026 Manut.  F7021226 Subtotal das pendencias da
      *                               retriagem da lista (BCIS0317)
      * 002 15102026 Manut.  F7021226 Subtotal das pendencias de
      *                               fracionamento (BCIS0315)
      * 001 02092026 Implan. F7021226 Implantacao
      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.
                                            '*** W.S.S. COMECA AQUI***'.
       77  CTE-PROG                    PIC  X(016) VALUE
                                            '*** BCIS0299 ***'.
       77  CTE-VERS                    PIC  X(006) VALUE 'VRS003'.
       77  CTE-FIM                     PIC  X(018) VALUE
                                            '*** FIM NORMAL ***'.
      *
       77  W-QT-PEND-VGLC              PIC 9(06) VALUE ZEROS.
       77  W-QT-PEND-TAXA              PIC 9(06) VALUE ZEROS.
       77  W-QT-PEND-MTRZ              PIC 9(06) VALUE ZEROS.
       77  W-QT-PEND-FRAC              PIC 9(06) VALUE ZEROS.
       77  W-QT-PEND-RTRG              PIC 9(06) VALUE ZEROS.
      *
       77  W-QT-DIAS-PND               PIC 9(03) VALUE ZEROS.
       77  W-QT-DIAS-IDADE             PIC S9(05) VALUE ZEROS.
           03  FILLER                  PIC X(32) VALUE
               'PENDENTES MATRIZ DE RISCO.....:'.
           03  W-TOT-QT-MTRZ           PIC ZZZ.ZZ9.
      *
       01  W-LN-TOTAL-6.
           03  FILLER                  PIC X(32) VALUE
               'PENDENTES FRACIONAMENTO.......:'.
           03  W-TOT-QT-FRAC           PIC ZZZ.ZZ9.
      *
       01  W-LN-TOTAL-7.
           03  FILLER                  PIC X(32) VALUE
               'PENDENTES RETRIAGEM DA LISTA..:'.
           03  W-TOT-QT-RTRG           PIC ZZZ.ZZ9.
      *----------------------------------------------------------------*
       PROCEDURE DIVISION.
      *----------------------------------------------------------------*
                       ADD 1 TO W-QT-PEND-TAXA
                   WHEN 'MATRIZ-RISCO'
                       ADD 1 TO W-QT-PEND-MTRZ
                   WHEN 'FRAC-CLIENTE'
                   WHEN 'FRAC-BENEFIC'
                       ADD 1 TO W-QT-PEND-FRAC
                   WHEN 'RETRIAG-VGLC'
                       ADD 1 TO W-QT-PEND-RTRG
               END-EVALUATE
               PERFORM 050000-VERIFICA-PRAZO
           END-IF
      *
           MOVE W-QT-PEND-MTRZ  TO W-TOT-QT-MTRZ
           WRITE REG-RELCPL     FROM W-LN-TOTAL-5
      *
           MOVE W-QT-PEND-FRAC  TO W-TOT-QT-FRAC
           WRITE REG-RELCPL     FROM W-LN-TOTAL-6
      *
           MOVE W-QT-PEND-RTRG  TO W-TOT-QT-RTRG
           WRITE REG-RELCPL     FROM W-LN-TOTAL-7
           .
       080000-SAI.
           EXIT
