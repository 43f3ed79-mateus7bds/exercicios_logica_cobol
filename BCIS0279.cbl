      *             destacada como ATRASADA - mesmo criterio de
      *             envelhecimento do relatorio diario de rejeicoes
      *             (BCIS0262).
      *             A devolucao casada sai tambem no extrato DEVCAS,
      *             entrada do reembolso automatico ao cliente
      *             (BCIS0328).
      *----------------------------------------------------------------*
      * COMPILACAO: 54 - PSOSE600 - Cobol 6.3 c/otimizacao p/producao
      *----------------------------------------------------------------*
      * Vrs Data     E/A/D   Respon.  Descrição da versão
      * --- -------- ------- -------- ---------------------------------*
      * 002 15102026 Manut.  F7021226 Devolucao casada gravada no
      *                               extrato DEVCAS p/ o reembolso
      *                               automatico (BCIS0328), com a
      *                               conta do tomador e o tipo de
      *                               mercado da ordem (novos campos
      *                               do ORDREG, no lugar do FILLER).
      * 001 22082026 Implan. F7021226 Implantacao
      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.
           SELECT DEVSAI ASSIGN TO DEVSAI
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS W-FS-DEVSAI.
      *
           SELECT DEVCAS ASSIGN TO DEVCAS
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS W-FS-DEVCAS.
      *----------------------------------------------------------------*
       DATA DIVISION.
      *----------------------------------------------------------------*
           03  ORDREG-VL-MOEE              PIC 9(13)V9(02).
           03  ORDREG-CD-SWFT-BNFC         PIC X(11).
           03  ORDREG-CD-PRF-DEPE-EMT      PIC 9(04).
           03  ORDREG-NR-CC-TMDR           PIC 9(11).
           03  ORDREG-CD-TIP-MC            PIC X(01).
           03  FILLER                      PIC X(04).
      *
       FD  DEVSAI
           RECORDING MODE IS F.
       01  REG-DEVSAI                      PIC X(132).
      *
      * Devolucoes casadas - entrada do reembolso ao cliente (BCIS0328)
       FD  DEVCAS
           RECORDING MODE IS F.
       01  REG-DEVCAS.
           03  DEVCAS-NR-ORD-PGTO          PIC 9(10).
           03  DEVCAS-CD-IDFR-MT103        PIC X(16).
           03  DEVCAS-VL-MOEE              PIC 9(13)V9(02).
           03  DEVCAS-CD-SWFT-BNFC         PIC X(11).
           03  DEVCAS-DT-DEV               PIC 9(08).
           03  DEVCAS-TX-MTV               PIC X(35).
           03  DEVCAS-CD-PRF-DEPE-EMT      PIC 9(04).
           03  DEVCAS-NR-CC-TMDR           PIC 9(11).
           03  DEVCAS-CD-TIP-MC            PIC X(01).
           03  FILLER                      PIC X(19).
      *----------------------------------------------------------------*
       WORKING-STORAGE SECTION.
      ******************************************************************
                                            '*** W.S.S. COMECA AQUI***'.
       77  CTE-PROG                    PIC  X(016) VALUE
                                            '*** BCIS0279 ***'.
       77  CTE-VERS                    PIC  X(006) VALUE 'VRS002'.
       77  CTE-FIM                     PIC  X(018) VALUE
                                            '*** FIM NORMAL ***'.
      *
       77  W-FS-DEVENT                 PIC X(02) VALUE '00'.
       77  W-FS-ORDREG                 PIC X(02) VALUE '00'.
       77  W-FS-DEVSAI                 PIC X(02) VALUE '00'.
       77  W-FS-DEVCAS                 PIC X(02) VALUE '00'.
       77  W-IN-FIM-DEVENT             PIC X(01) VALUE 'N'.
           88  FIM-DEVENT                        VALUE 'S'.
       77  W-IN-FIM-ORDREG             PIC X(01) VALUE 'N'.
           OPEN INPUT  DEVENT
           OPEN INPUT  ORDREG
           OPEN OUTPUT DEVSAI
           OPEN OUTPUT DEVCAS
      *
           IF  W-FS-DEVENT NOT EQUAL '00'
               DISPLAY 'BCIS0279 - Erro abertura DEVENT FS='
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
      *
           IF  W-FS-DEVCAS NOT EQUAL '00'
               DISPLAY 'BCIS0279 - Erro abertura DEVCAS FS='
                       W-FS-DEVCAS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           .
       010000-SAI.
           EXIT
               MOVE 'CASADA'       TO W-DET-SITUACAO
               ADD 1 TO W-QT-CASD
               PERFORM 060000-MARCA-DEVOLVIDA
               PERFORM 062000-GRAVA-DEVCAS
           ELSE
      *        Referencia igual mas valor/banqueiro divergente -
      *        excecao para tratamento manual
       060000-SAI.
           EXIT
           .
      *----------------------------------------------------------------*
       062000-GRAVA-DEVCAS  SECTION.
      *----------------------------------------------------------------*
      * Devolucao casada p/ o reembolso automatico ao cliente.
      *
           MOVE SPACES                 TO REG-DEVCAS
           MOVE ORDREG-NR-ORD-PGTO     TO DEVCAS-NR-ORD-PGTO
           MOVE DEVENT-CD-IDFR-MT103   TO DEVCAS-CD-IDFR-MT103
           MOVE DEVENT-VL-MOEE         TO DEVCAS-VL-MOEE
           MOVE DEVENT-CD-SWFT-BNFC    TO DEVCAS-CD-SWFT-BNFC
           MOVE DEVENT-DT-DEV          TO DEVCAS-DT-DEV
           MOVE DEVENT-TX-MTV          TO DEVCAS-TX-MTV
           MOVE ORDREG-CD-PRF-DEPE-EMT TO DEVCAS-CD-PRF-DEPE-EMT
           MOVE ORDREG-NR-CC-TMDR      TO DEVCAS-NR-CC-TMDR
           MOVE ORDREG-CD-TIP-MC       TO DEVCAS-CD-TIP-MC
           WRITE REG-DEVCAS
           .
       062000-SAI.
           EXIT
           .
      *----------------------------------------------------------------*
       065000-VERIFICA-ATRASO  SECTION.
      *----------------------------------------------------------------*
           CLOSE DEVENT
           CLOSE ORDREG
           CLOSE DEVSAI
           CLOSE DEVCAS
           .
       080000-SAI.
           EXIT
