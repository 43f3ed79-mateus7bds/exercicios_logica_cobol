      *----------------------------------------------------------------*
      * PROGRAMA..: BCIS0323
      * ANALISTA..: MATEUS BARBOSA DA SILVA.
      * AUTOR.....: MATEUS BARBOSA DA SILVA.
      * DATA......: 15/10/2026.
      * OBJETIVO..: Consulta online da cadeia noturna por data de
      *             negocio (livro de execucao BCI322L via BCIS0322):
      *             situacao, RC, execucoes, horarios, quantidades e
      *             totais de controle de cada programa, na ordem da
      *             cadeia, e a situacao geral da data. Tambem registra
      *             a autorizacao do operador p/ reprocessar um
      *             programa numa data (data ja executada ou
      *             predecessor nao concluido). Funcoes:
      *             1 = consulta (data zeros = data de negocio aberta);
      *             2 = autoriza reprocessamento (programa, operador e
      *                 motivo obrigatorios).
      *----------------------------------------------------------------*
      * COMPILACAO: 54 - PSOSE600 - Cobol 6.3 c/otimizacao p/producao
      *----------------------------------------------------------------*
      * Vrs Data     E/A/D   Respon.  Descrição da versão
      * --- -------- ------- -------- ---------------------------------*
      * 001 15102026 Implan. F7021226 Implantacao
      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.
      *----------------------------------------------------------------*
       PROGRAM-ID. BCIS0323.
      *----------------------------------------------------------------*
       ENVIRONMENT DIVISION.
      *----------------------------------------------------------------*
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
      *----------------------------------------------------------------*
       DATA DIVISION.
      *----------------------------------------------------------------*
       WORKING-STORAGE SECTION.
      ******************************************************************
      ************** Tabela lista de programas chamados ****************
      ******************************************************************
       01 TAB-PROGRAMAS-CHAMADOS.
          03 BCIS0322                      PIC X(8) VALUE 'BCIS0322'.
      *
       77  CTE-INICIO                  PIC  X(025) VALUE
                                            '*** W.S.S. COMECA AQUI***'.
       77  CTE-PROG                    PIC  X(016) VALUE
                                            '*** BCIS0323 ***'.
       77  CTE-VERS                    PIC  X(006) VALUE 'VRS001'.
       77  CTE-FIM                     PIC  X(018) VALUE
                                            '*** FIM NORMAL ***'.
      *
       77  W-NR-NDX                    PIC  9(02) VALUE ZEROS.
       77  W-CD-EST-AUX                PIC  X(01) VALUE SPACES.
       77  W-TX-EST-AUX                PIC  X(25) VALUE SPACES.
       77  W-QT-CNCL                   PIC  9(02) VALUE ZEROS.
       77  W-QT-PEND                   PIC  9(02) VALUE ZEROS.
       77  W-QT-EXEC                   PIC  9(02) VALUE ZEROS.
       77  W-QT-ERRO                   PIC  9(02) VALUE ZEROS.
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
       LINKAGE SECTION.
      *----------------------------------------------------------------*
       01  DFHCOMMAREA.
           03  K0323-CD-FUC                 PIC  9(01).
               88  K0323-CONSULTA           VALUE 1.
               88  K0323-AUTORIZA           VALUE 2.
           03  K0323-DT-NEG                 PIC  9(08).
           03  K0323-CD-PGM                 PIC  X(08).
           03  K0323-CD-USU                 PIC  X(08).
           03  K0323-TX-MTV                 PIC  X(40).
           03  K0323-DT-ATU                 PIC  9(08).
           03  K0323-HR-ATU                 PIC  9(06).
           03  K0323-TX-SIT-CAD             PIC  X(25).
           03  K0323-CD-RTN                 PIC  9(02).
           03  K0323-TX-MSG-RTN             PIC  X(60).
           03  K0323-QT-PGM                 PIC  9(02).
           03  K0323-TB-PGM OCCURS 7 TIMES.
               05  K0323-T-CD-PGM           PIC  X(08).
               05  K0323-T-CD-EST           PIC  X(01).
               05  K0323-T-TX-EST           PIC  X(25).
               05  K0323-T-CD-RTN-PGM       PIC  9(04).
               05  K0323-T-QT-EXEC          PIC  9(03).
               05  K0323-T-DT-INI           PIC  9(08).
               05  K0323-T-HR-INI           PIC  9(06).
               05  K0323-T-DT-FIM           PIC  9(08).
               05  K0323-T-HR-FIM           PIC  9(06).
               05  K0323-T-QT-LIDO          PIC  9(09).
               05  K0323-T-QT-GRAV          PIC  9(09).
               05  K0323-T-VL-CTL-1         PIC  9(15)V9(02).
               05  K0323-T-VL-CTL-2         PIC  9(15)V9(02).
               05  K0323-T-IN-AUTZ-REPR     PIC  X(01).
               05  K0323-T-CD-USU-AUTZ      PIC  X(08).
               05  K0323-T-TX-MTV-AUTZ      PIC  X(40).
      *----------------------------------------------------------------*
       PROCEDURE DIVISION USING DFHCOMMAREA.
      *----------------------------------------------------------------*
       000000-ROTINA-PRINCIPAL  SECTION.
      *----------------------------------------------------------------*
      *
           MOVE ZEROS  TO K0323-CD-RTN
           MOVE SPACES TO K0323-TX-MSG-RTN
      *
           IF  EIBCALEN NOT EQUAL LENGTH OF DFHCOMMAREA
               MOVE 1 TO K0323-CD-RTN
               MOVE 'S0323 - Area com tamanho invalido (book).'
                   TO K0323-TX-MSG-RTN
               GOBACK
           END-IF
      *
           EVALUATE TRUE
               WHEN K0323-CONSULTA
                   PERFORM 100-000-CONSULTA-CADEIA
               WHEN K0323-AUTORIZA
                   PERFORM 200-000-AUTORIZA-REPR
                   IF  K0323-CD-RTN EQUAL ZEROS
                       PERFORM 100-000-CONSULTA-CADEIA
                   END-IF
               WHEN OTHER
                   MOVE 2 TO K0323-CD-RTN
                   MOVE 'S0323 - Codigo de funcao invalido.'
                       TO K0323-TX-MSG-RTN
           END-EVALUATE
      *
           GOBACK
           .
      *----------------------------------------------------------------*
       100-000-CONSULTA-CADEIA SECTION.
      *----------------------------------------------------------------*
      *
           INITIALIZE L-BCIS0322
      *
           MOVE 3              TO K0322-CD-FUC
           MOVE K0323-DT-NEG   TO K0322-DT-NEG
      *
           MOVE LENGTH OF L-BCIS0322 TO EIBCALEN
           CALL BCIS0322 USING DFHEIBLK L-BCIS0322
      *
           IF  K0322-CD-RTN NOT EQUAL ZEROS
               MOVE K0322-CD-RTN     TO K0323-CD-RTN
               MOVE K0322-TX-MSG-RTN TO K0323-TX-MSG-RTN
               GO TO 100-000-SAI
           END-IF
      *
           MOVE K0322-DT-NEG   TO K0323-DT-NEG
           MOVE K0322-QT-PGM   TO K0323-QT-PGM
           MOVE ZEROS          TO W-QT-CNCL
                                  W-QT-PEND
                                  W-QT-EXEC
                                  W-QT-ERRO
      *
           PERFORM 110-000-MOVE-PGM
               VARYING W-NR-NDX FROM 1 BY 1
               UNTIL W-NR-NDX GREATER K0322-QT-PGM
      *
           EVALUATE TRUE
               WHEN W-QT-ERRO GREATER ZEROS
                   MOVE 'CADEIA COM ERRO'      TO K0323-TX-SIT-CAD
               WHEN W-QT-EXEC GREATER ZEROS
                   MOVE 'CADEIA EM EXECUCAO'   TO K0323-TX-SIT-CAD
               WHEN W-QT-CNCL EQUAL K0322-QT-PGM
                   MOVE 'CADEIA CONCLUIDA'     TO K0323-TX-SIT-CAD
               WHEN W-QT-CNCL EQUAL ZEROS
                   MOVE 'CADEIA NAO INICIADA'  TO K0323-TX-SIT-CAD
               WHEN OTHER
                   MOVE 'CADEIA INCOMPLETA'    TO K0323-TX-SIT-CAD
           END-EVALUATE
           .
       100-000-SAI.
           EXIT
           .
      *----------------------------------------------------------------*
       110-000-MOVE-PGM        SECTION.
      *----------------------------------------------------------------*
      *
           MOVE K0322-T-CD-PGM (W-NR-NDX)
               TO K0323-T-CD-PGM (W-NR-NDX)
           MOVE K0322-T-CD-EST (W-NR-NDX)
               TO K0323-T-CD-EST (W-NR-NDX)
                  W-CD-EST-AUX
           PERFORM 120-000-DESCREVE-EST
           MOVE W-TX-EST-AUX
               TO K0323-T-TX-EST (W-NR-NDX)
           MOVE K0322-T-CD-RTN-PGM (W-NR-NDX)
               TO K0323-T-CD-RTN-PGM (W-NR-NDX)
           MOVE K0322-T-QT-EXEC (W-NR-NDX)
               TO K0323-T-QT-EXEC (W-NR-NDX)
           MOVE K0322-T-DT-INI (W-NR-NDX)
               TO K0323-T-DT-INI (W-NR-NDX)
           MOVE K0322-T-HR-INI (W-NR-NDX)
               TO K0323-T-HR-INI (W-NR-NDX)
           MOVE K0322-T-DT-FIM (W-NR-NDX)
               TO K0323-T-DT-FIM (W-NR-NDX)
           MOVE K0322-T-HR-FIM (W-NR-NDX)
               TO K0323-T-HR-FIM (W-NR-NDX)
           MOVE K0322-T-QT-LIDO (W-NR-NDX)
               TO K0323-T-QT-LIDO (W-NR-NDX)
           MOVE K0322-T-QT-GRAV (W-NR-NDX)
               TO K0323-T-QT-GRAV (W-NR-NDX)
           MOVE K0322-T-VL-CTL-1 (W-NR-NDX)
               TO K0323-T-VL-CTL-1 (W-NR-NDX)
           MOVE K0322-T-VL-CTL-2 (W-NR-NDX)
               TO K0323-T-VL-CTL-2 (W-NR-NDX)
           MOVE K0322-T-IN-AUTZ-REPR (W-NR-NDX)
               TO K0323-T-IN-AUTZ-REPR (W-NR-NDX)
           MOVE K0322-T-CD-USU-AUTZ (W-NR-NDX)
               TO K0323-T-CD-USU-AUTZ (W-NR-NDX)
           MOVE K0322-T-TX-MTV-AUTZ (W-NR-NDX)
               TO K0323-T-TX-MTV-AUTZ (W-NR-NDX)
      *
           EVALUATE W-CD-EST-AUX
               WHEN 'F'
               WHEN 'A'
                   ADD 1 TO W-QT-CNCL
               WHEN 'I'
                   ADD 1 TO W-QT-EXEC
               WHEN 'E'
                   ADD 1 TO W-QT-ERRO
               WHEN OTHER
                   ADD 1 TO W-QT-PEND
           END-EVALUATE
           .
       110-000-SAI.
           EXIT
           .
      *----------------------------------------------------------------*
       120-000-DESCREVE-EST    SECTION.
      *----------------------------------------------------------------*
      *
           EVALUATE W-CD-EST-AUX
               WHEN SPACES
                   MOVE 'NAO EXECUTADO'         TO W-TX-EST-AUX
               WHEN 'N'
                   MOVE 'NAO EXECUTADO/AUTORIZ.' TO W-TX-EST-AUX
               WHEN 'I'
                   MOVE 'EM EXECUCAO/INTERROMPIDO'
                                                TO W-TX-EST-AUX
               WHEN 'F'
                   MOVE 'FINALIZADO'            TO W-TX-EST-AUX
               WHEN 'A'
                   MOVE 'FINALIZADO COM AVISO'  TO W-TX-EST-AUX
               WHEN 'E'
                   MOVE 'FINALIZADO COM ERRO'   TO W-TX-EST-AUX
               WHEN OTHER
                   MOVE 'SITUACAO DESCONHECIDA' TO W-TX-EST-AUX
           END-EVALUATE
           .
       120-000-SAI.
           EXIT
           .
      *----------------------------------------------------------------*
       200-000-AUTORIZA-REPR   SECTION.
      *----------------------------------------------------------------*
      *
           IF  K0323-CD-PGM EQUAL SPACES
           OR  K0323-CD-USU EQUAL SPACES
           OR  K0323-TX-MTV EQUAL SPACES
               MOVE 3 TO K0323-CD-RTN
               MOVE 'S0323 - Informe programa, operador e motivo.'
                   TO K0323-TX-MSG-RTN
               GO TO 200-000-SAI
           END-IF
      *
           INITIALIZE L-BCIS0322
      *
           MOVE 4              TO K0322-CD-FUC
           MOVE K0323-CD-PGM   TO K0322-CD-PGM
           MOVE K0323-DT-NEG   TO K0322-DT-NEG
           MOVE K0323-DT-ATU   TO K0322-DT-ATU
           MOVE K0323-HR-ATU   TO K0322-HR-ATU
           MOVE K0323-CD-USU   TO K0322-CD-USU
           MOVE K0323-TX-MTV   TO K0322-TX-MTV
      *
           MOVE LENGTH OF L-BCIS0322 TO EIBCALEN
           CALL BCIS0322 USING DFHEIBLK L-BCIS0322
      *
           IF  K0322-CD-RTN NOT EQUAL ZEROS
               MOVE K0322-CD-RTN     TO K0323-CD-RTN
               MOVE K0322-TX-MSG-RTN TO K0323-TX-MSG-RTN
               GO TO 200-000-SAI
           END-IF
      *
           MOVE K0322-DT-NEG   TO K0323-DT-NEG
           MOVE 'S0323 - Reprocessamento autorizado.'
               TO K0323-TX-MSG-RTN
           .
       200-000-SAI.
           EXIT
           .
