      *----------------------------------------------------------------*
      * Vrs Data     E/A/D   Respon.  Descrição da versão
      * --- -------- ------- -------- ---------------------------------*
      * 002 15102026 Manut.  F7021226 Registra o run no livro de
      *                               execucao da cadeia noturna
      *                               (BCIS0322): recusa data de negocio
      *                               ja processada e predecessor nao
      *                               concluido, salvo reprocessamento
      *                               autorizado (BCIS0323).
      * 001 02092026 Implan. F7021226 Implantacao
      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.
      ******************************************************************
       01 TAB-PROGRAMAS-CHAMADOS.
          03 BCIS003C                      PIC X(8) VALUE 'BCIS003C'.
          03 BCIS0322                      PIC X(8) VALUE 'BCIS0322'.
      *
       77  CTE-INICIO                  PIC  X(025) VALUE
                                            '*** W.S.S. COMECA AQUI***'.
       77  CTE-PROG                    PIC  X(016) VALUE
                                            '*** BCIS0301 ***'.
       77  CTE-VERS                    PIC  X(006) VALUE 'VRS002'.
       77  CTE-FIM                     PIC  X(018) VALUE
                                            '*** FIM NORMAL ***'.
      *
       77  W-QT-LIDOS                  PIC 9(07) VALUE ZEROS.
       77  W-QT-MVDS                   PIC 9(07) VALUE ZEROS.
       77  W-QT-MVDS-TTL               PIC 9(07) VALUE ZEROS.
       77  W-QT-LIDOS-TTL              PIC 9(07) VALUE ZEROS.
      *
       77  W-QT-MES-RTC                PIC 9(03) VALUE ZEROS.
       77  W-NM-BASE                   PIC X(08) VALUE SPACES.
           03  FILLER                  PIC X(32) VALUE
               'TOTAL GERAL DE MOVIDOS........:'.
           03  W-TOT-QT-MVDS           PIC ZZZZ.ZZ9.
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
           PERFORM 010000-ABRE-SAIDAS
           PERFORM 020000-DATA-EXECUCAO
      *
      *
           CLOSE ARCSAI
           CLOSE RELEXP
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
           MOVE 'BCIS0301'       TO K0322-CD-PGM
           MOVE W-DT-CADEIA      TO K0322-DT-ATU
           MOVE W-HR-CADEIA(1:6) TO K0322-HR-ATU
      *
           MOVE LENGTH OF L-BCIS0322 TO EIBCALEN
           CALL BCIS0322 USING DFHEIBLK L-BCIS0322
      *
           IF  K0322-CD-RTN NOT EQUAL ZEROS
               DISPLAY 'BCIS0301 - Execucao recusada pelo livro'
                       ' da cadeia RTN=' K0322-CD-RTN
               DISPLAY 'BCIS0301 - ' K0322-TX-MSG-RTN
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
      *
           MOVE K0322-DT-NEG     TO W-DT-NEG-CADEIA
           DISPLAY 'BCIS0301 - Data de negocio ' W-DT-NEG-CADEIA
           .
       005000-SAI.
           EXIT
           .
      *----------------------------------------------------------------*
       010000-ABRE-SAIDAS  SECTION.
      *----------------------------------------------------------------*
           MOVE W-NM-BASE     TO W-LNB-NM-BASE
           MOVE W-QT-MES-RTC  TO W-LNB-QT-MES
           MOVE W-QT-LIDOS    TO W-LNB-QT-LIDOS
           ADD  W-QT-LIDOS    TO W-QT-LIDOS-TTL
           MOVE W-QT-MVDS     TO W-LNB-QT-MVDS
           WRITE REG-RELEXP FROM W-LN-BASE
           .
       080000-SAI.
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
           MOVE 'BCIS0301'       TO K0322-CD-PGM
           MOVE W-DT-NEG-CADEIA  TO K0322-DT-NEG
           MOVE W-DT-CADEIA      TO K0322-DT-ATU
           MOVE W-HR-CADEIA(1:6) TO K0322-HR-ATU
           MOVE W-CD-RTN-CADEIA  TO K0322-CD-RTN-PGM
           MOVE W-QT-LIDOS-TTL   TO K0322-QT-LIDO
           MOVE W-QT-MVDS-TTL    TO K0322-QT-GRAV
      *
           MOVE LENGTH OF L-BCIS0322 TO EIBCALEN
           CALL BCIS0322 USING DFHEIBLK L-BCIS0322
      *
           IF  K0322-CD-RTN NOT EQUAL ZEROS
               DISPLAY 'BCIS0301 - Erro ao atualizar livro da cadeia'
                       ' RTN=' K0322-CD-RTN
               DISPLAY 'BCIS0301 - ' K0322-TX-MSG-RTN
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
      *----------------------------------------------------------------*
       100000-EXPURGA-BCI0270  SECTION.
      *----------------------------------------------------------------*
