      *----------------------------------------------------------------*
      * Vrs Data     E/A/D   Respon.  Descrição da versão
      * --- -------- ------- -------- ---------------------------------*
      * 003 15102026 Manut.  F7021226 Ordem de cliente com convenio de
      *                               faturamento mensal (ORDCTB-IN-
      *                               TARF-FATM = 'S'): tarifa fora do
      *                               debito e sem receita - faturada
      *                               no mes pelo BCIS0327.
      * 002 15102026 Manut.  F7021226 Registra o run no livro de
      *                               execucao da cadeia noturna
      *                               (BCIS0322): recusa data de negocio
      *                               ja processada e predecessor nao
      *                               concluido, salvo reprocessamento
      *                               autorizado (BCIS0323).
      * 001 22082026 Implan. F7021226 Implantacao
      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.
           03  ORDCTB-VL-MOEN              PIC 9(13)V9(02).
           03  ORDCTB-VL-TTL-TARF-MOEN     PIC 9(13)V9(02).
           03  ORDCTB-VL-IR                PIC 9(13)V9(02).
      * 'S' = tarifa p/ faturamento mensal (S500V-IN-TARF-FATM)
           03  ORDCTB-IN-TARF-FATM         PIC X(01).
           03  FILLER                      PIC X(11).
      *
      * Interface contabil - um registro por lancamento.
       FD  CNTSAI
       01  REG-RELCTB                      PIC X(132).
      *----------------------------------------------------------------*
       WORKING-STORAGE SECTION.
      *
      ******************************************************************
      ************** Tabela lista de programas chamados ****************
      ******************************************************************
       01 TAB-PROGRAMAS-CHAMADOS.
          03 BCIS0322                      PIC X(8) VALUE 'BCIS0322'.
      *
       77  CTE-INICIO                  PIC  X(025) VALUE
                                            '*** W.S.S. COMECA AQUI***'.
       77  CTE-PROG                    PIC  X(016) VALUE
                                            '*** BCIS0281 ***'.
       77  CTE-VERS                    PIC  X(006) VALUE 'VRS003'.
       77  CTE-FIM                     PIC  X(018) VALUE
                                            '*** FIM NORMAL ***'.
      *
      *
       77  W-VL-DEB-ORD                PIC 9(15)V9(02) VALUE ZEROS.
       77  W-VL-CRD-ORD                PIC 9(15)V9(02) VALUE ZEROS.
      * Tarifa contabilizada na ordem (zero p/ faturamento mensal)
       77  W-VL-TARF-ORD               PIC 9(13)V9(02) VALUE ZEROS.
       77  W-QT-TARF-FATM              PIC 9(06) VALUE ZEROS.
       77  W-VL-TARF-FATM              PIC 9(15)V9(02) VALUE ZEROS.
      *
      * Quebra de controle dependencia + moeda da entrada classificada
       77  W-CD-DEPE-ANT               PIC 9(04) VALUE ZEROS.
           03  FILLER                  PIC X(32) VALUE
               'TOTAL GERAL CREDITOS..........:'.
           03  W-TOT-VL-CRD            PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
      *
       01  W-LN-TOTAL-6.
           03  FILLER                  PIC X(32) VALUE
               'ORDENS COM FATURAMENTO MENSAL.:'.
           03  W-TOT-QT-TARF-FATM      PIC ZZZ.ZZ9.
      *
       01  W-LN-TOTAL-7.
           03  FILLER                  PIC X(32) VALUE
               'TARIFAS EM FATURAMENTO MENSAL.:'.
           03  W-TOT-VL-TARF-FATM      PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
      *
      * Simulacao do bloco EIB p/ chamar um programa CICS a partir de
      * batch puro (mesma tecnica do BCIS0269).
       01  DFHEIBLK.
           03  EIBCALEN                PIC S9(04) COMP.
           03  FILLER                  PIC X(84).
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
           PERFORM 010000-ABRE-ARQUIVOS
           PERFORM 020000-DATA-EXECUCAO
           PERFORM 030000-LE-ORDCTB
      *        corrigir antes de alimentar o razao.
               MOVE 4 TO RETURN-CODE
           END-IF
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
           MOVE 'BCIS0281'       TO K0322-CD-PGM
           MOVE W-DT-CADEIA      TO K0322-DT-ATU
           MOVE W-HR-CADEIA(1:6) TO K0322-HR-ATU
      *
           MOVE LENGTH OF L-BCIS0322 TO EIBCALEN
           CALL BCIS0322 USING DFHEIBLK L-BCIS0322
      *
           IF  K0322-CD-RTN NOT EQUAL ZEROS
               DISPLAY 'BCIS0281 - Execucao recusada pelo livro'
                       ' da cadeia RTN=' K0322-CD-RTN
               DISPLAY 'BCIS0281 - ' K0322-TX-MSG-RTN
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
      *
           MOVE K0322-DT-NEG     TO W-DT-NEG-CADEIA
           DISPLAY 'BCIS0281 - Data de negocio ' W-DT-NEG-CADEIA
           .
       005000-SAI.
           EXIT
           .
      *----------------------------------------------------------------*
       010000-ABRE-ARQUIVOS  SECTION.
      *----------------------------------------------------------------*
       020000-DATA-EXECUCAO  SECTION.
      *----------------------------------------------------------------*
      *
      *    Lancamentos datados pela data de negocio do livro da
      *    cadeia (igual a do run, salvo reprocessamento autorizado).
           MOVE W-DT-NEG-CADEIA TO W-DT-EXEC-AMD
           MOVE W-DT-EXEC-AMD   TO W-CAB-DT-EXEC
           WRITE REG-RELCTB     FROM W-LN-CABEC
           MOVE SPACES          TO REG-RELCTB
      * Um jogo balanceado por ordem: debito do cliente pelo total
      * retirado da conta, credito nostro pelo principal, receita de
      * tarifa e IR retido quando presentes.
      * Cliente com convenio de faturamento mensal nao tem a tarifa
      * debitada na ordem: fica fora do jogo e e contabilizada na
      * fatura do mes (BCIS0327).
      *
           MOVE 'N' TO W-IN-DSBL
      *
           MOVE ORDCTB-VL-TTL-TARF-MOEN TO W-VL-TARF-ORD
           IF  ORDCTB-IN-TARF-FATM EQUAL 'S'
               MOVE ZEROS TO W-VL-TARF-ORD
           END-IF
      *
           COMPUTE W-VL-DEB-ORD = ORDCTB-VL-MOEN
                                + W-VL-TARF-ORD
                                + ORDCTB-VL-IR
           ON SIZE ERROR
               MOVE 'S' TO W-IN-DSBL
      *    Total dos creditos montado das mesmas pernas gravadas
      *    adiante, para que a conferencia de fechamento seja real.
           MOVE ORDCTB-VL-MOEN TO W-VL-CRD-ORD
           IF  W-VL-TARF-ORD GREATER ZEROS
               ADD W-VL-TARF-ORD TO W-VL-CRD-ORD
           END-IF
           IF  ORDCTB-VL-IR GREATER ZEROS
               ADD ORDCTB-VL-IR TO W-VL-CRD-ORD
           PERFORM 058000-GRAVA-LCTO
      *
      *    Receita de tarifa
           IF  W-VL-TARF-ORD GREATER ZEROS
               PERFORM 055000-INICIA-LCTO
               MOVE CTE-CTA-RCT-TARF   TO CNTSAI-CD-CTA-CTB
               MOVE 'C'                TO CNTSAI-IN-DEB-CRD
               MOVE W-VL-TARF-ORD      TO CNTSAI-VL-LCTO
               PERFORM 058000-GRAVA-LCTO
           END-IF
      *
               MOVE ORDCTB-VL-IR       TO CNTSAI-VL-LCTO
               PERFORM 058000-GRAVA-LCTO
           END-IF
      *
           IF  ORDCTB-IN-TARF-FATM EQUAL 'S'
               ADD 1                       TO W-QT-TARF-FATM
               ADD ORDCTB-VL-TTL-TARF-MOEN TO W-VL-TARF-FATM
           END-IF
      *
           ADD 1            TO W-QT-ORD-QBR
           ADD W-VL-DEB-ORD TO W-VL-DEB-QBR
      *
           MOVE W-VL-CRD-GRL    TO W-TOT-VL-CRD
           WRITE REG-RELCTB     FROM W-LN-TOTAL-5
      *
           MOVE W-QT-TARF-FATM  TO W-TOT-QT-TARF-FATM
           WRITE REG-RELCTB     FROM W-LN-TOTAL-6
      *
           MOVE W-VL-TARF-FATM  TO W-TOT-VL-TARF-FATM
           WRITE REG-RELCTB     FROM W-LN-TOTAL-7
           .
       075000-SAI.
           EXIT
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
           MOVE 'BCIS0281'       TO K0322-CD-PGM
           MOVE W-DT-NEG-CADEIA  TO K0322-DT-NEG
           MOVE W-DT-CADEIA      TO K0322-DT-ATU
           MOVE W-HR-CADEIA(1:6) TO K0322-HR-ATU
           MOVE W-CD-RTN-CADEIA  TO K0322-CD-RTN-PGM
           MOVE W-QT-ORD         TO K0322-QT-LIDO
           MOVE W-QT-LCTO        TO K0322-QT-GRAV
           MOVE W-VL-DEB-GRL     TO K0322-VL-CTL-1
           MOVE W-VL-CRD-GRL     TO K0322-VL-CTL-2
      *
           MOVE LENGTH OF L-BCIS0322 TO EIBCALEN
           CALL BCIS0322 USING DFHEIBLK L-BCIS0322
      *
           IF  K0322-CD-RTN NOT EQUAL ZEROS
               DISPLAY 'BCIS0281 - Erro ao atualizar livro da cadeia'
                       ' RTN=' K0322-CD-RTN
               DISPLAY 'BCIS0281 - ' K0322-TX-MSG-RTN
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
