      *             3 = consulta.
      *             Registro de chave zero da BCI293T controla a
      *             sequencia (mesmo padrao da BCI0283/BCI291B).
      *             A taxa travada e a ja aplicada ao cliente (taxa
      *             base + spread da BCI019S); a trava guarda tambem
      *             a taxa base e a origem do spread p/ que a ordem
      *             confirmada registre as duas (BCIS0335).
      *----------------------------------------------------------------*
      * COMPILACAO: 54 - PSOSE600 - Cobol 6.3 c/otimizacao p/producao
      *----------------------------------------------------------------*
      * Vrs Data     E/A/D   Respon.  Descrição da versão
      * --- -------- ------- -------- ---------------------------------*
      * 002 15102026 Manut.  F7021226 Taxa base e origem do spread na
      *                               trava (FILLER) e no book
      * 001 02092026 Implan. F7021226 Implantacao
      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.
           03  REG-BCI293T-QT-MIN-VLDD         PIC 9(05).
           03  REG-BCI293T-DT-DSPS             PIC 9(08).
           03  REG-BCI293T-HR-DSPS             PIC 9(06).
           03  REG-BCI293T-VL-TAXA-BASE        PIC 9(08)V9(07).
           03  REG-BCI293T-IN-ORIG-SPRD        PIC X(01).
      *----------------------------------------------------------------*
       WORKING-STORAGE SECTION.
      *
                                            '*** W.S.S. COMECA AQUI***'.
       77  CTE-PROG                    PIC  X(016) VALUE
                                            '*** BCIS0293 ***'.
       77  CTE-VERS                    PIC  X(006) VALUE 'VRS002'.
       77  CTE-FIM                     PIC  X(018) VALUE
                                            '*** FIM NORMAL ***'.
      *
           03  K0293-CD-RTN                 PIC  9(02).
               88  K0293-TRV-EXPIRADA       VALUE 23.
           03  K0293-TX-MSG-RTN             PIC  X(60).
           03  K0293-VL-TAXA-BASE           PIC  9(08)V9(07).
           03  K0293-IN-ORIG-SPRD           PIC  X(01).
      *----------------------------------------------------------------*
       PROCEDURE DIVISION USING DFHCOMMAREA.
      *----------------------------------------------------------------*
           MOVE K0293-CD-MOE       TO REG-BCI293T-CD-MOE
           MOVE K0293-VL-TAXA      TO REG-BCI293T-VL-TAXA
           MOVE K0293-IN-MTP-DVSR  TO REG-BCI293T-IN-MTP-DVSR
           MOVE K0293-VL-TAXA-BASE TO REG-BCI293T-VL-TAXA-BASE
           MOVE K0293-IN-ORIG-SPRD TO REG-BCI293T-IN-ORIG-SPRD
           MOVE K0293-DT-ATU       TO REG-BCI293T-DT-TRV
           MOVE K0293-HR-ATU       TO REG-BCI293T-HR-TRV
           IF  K0293-QT-MIN-VLDD EQUAL ZEROS
           MOVE REG-BCI293T-CD-MOE      TO K0293-CD-MOE
           MOVE REG-BCI293T-VL-TAXA     TO K0293-VL-TAXA
           MOVE REG-BCI293T-IN-MTP-DVSR TO K0293-IN-MTP-DVSR
           MOVE REG-BCI293T-VL-TAXA-BASE TO K0293-VL-TAXA-BASE
           MOVE REG-BCI293T-IN-ORIG-SPRD TO K0293-IN-ORIG-SPRD
      *
           IF  K0293-CONSULTA
               GO TO 300-000-SAI
