      *             molde de consulta do BCIS0254. Situacoes: 'R'
      *             registrada, 'S' mensagem SWIFT gerada, 'L'
      *             liquidada, 'D' devolvida.
      *             Devolve tambem a composicao do VET (Valor Efetivo
      *             Total) informada ao cliente no registro (BCI325V
      *             via BCIS0325), p/ a apuracao de reclamacoes.
      *----------------------------------------------------------------*
      * COMPILACAO: 54 - PSOSE600 - Cobol 6.3 c/otimizacao p/producao
      *----------------------------------------------------------------*
      * Vrs Data     E/A/D   Respon.  Descrição da versão
      * --- -------- ------- -------- ---------------------------------*
      * 009 15102026 Manut.  F7021226 Descreve os eventos Western
      *                               Union 'P' paga e 'U' nao paga
      *                               (BCIS0329).
      * 008 15102026 Manut.  F7021226 Descreve o evento 'V' reembolsada
      *                               ao cliente (BCIS0328).
      * 007 15102026 Manut.  F7021226 Devolve a taxa, tarifas, IOF,
      *                               custo total e VET informados ao
      *                               cliente na confirmacao da ordem
      *                               (BCI325V - BCIS0325); ordem sem
      *                               VET registrado volta zerada.
      * 006 15102026 Manut.  F7021226 Descreve os eventos do recall
      *                               SWIFT: 'Q' solicitado (BCIS0312),
      *                               'K' aceito e 'N' recusado pelo
      *                               correspondente (BCIS0314).
      * 005 15102026 Manut.  F7021226 Descreve os eventos da ordem
      *                               agendada 'E' executada e 'F'
      *                               rejeitada na execucao (BCIS0311).
      * 004 02092026 Manut.  F7021226 Devolve o UETR (SWIFT gpi) da
      *                               ordem e descreve os eventos do
      *                               lado do correspondente ('G'/'B'
      ******************************************************************
       01 TAB-PROGRAMAS-CHAMADOS.
          03 BCIS0277                      PIC X(8) VALUE 'BCIS0277'.
          03 BCIS0325                      PIC X(8) VALUE 'BCIS0325'.
      *
       77  CTE-INICIO                  PIC  X(025) VALUE
                                            '*** W.S.S. COMECA AQUI***'.
       77  CTE-PROG                    PIC  X(016) VALUE
                                            '*** BCIS0278 ***'.
       77  CTE-VERS                    PIC  X(006) VALUE 'VRS009'.
       77  CTE-FIM                     PIC  X(018) VALUE
                                            '*** FIM NORMAL ***'.
      *
               05  K0277-H-HR-EVT           PIC  9(06).
               05  K0277-H-CD-USU           PIC  X(08).
               05  K0277-H-TX-CMPL          PIC  X(40).
      *
      * BCIS0325 - VET por ordem (mesmo book do chamado)
       01  L-BCIS0325.
           03  K0325-CD-FUC                 PIC  9(01).
           03  K0325-CD-IDFR-ORD            PIC  9(10).
           03  K0325-CD-TIP-ORD-PGTO        PIC  9(01).
           03  K0325-CD-CNL                 PIC  X(01).
           03  K0325-CD-CLI                 PIC  9(09).
           03  K0325-CD-PRF-DEPE-EMT        PIC  9(04).
           03  K0325-CD-MOE                 PIC  9(03).
           03  K0325-VL-MOEE                PIC  9(13)V9(02).
           03  K0325-VL-TAXA-CMB            PIC  9(08)V9(07).
           03  K0325-VL-MOEN                PIC  9(13)V9(02).
           03  K0325-VL-TTL-TARF-MOEN       PIC  9(13)V9(02).
           03  K0325-PC-IOF                 PIC  9(03)V9(04).
           03  K0325-VL-IOF-MOEN            PIC  9(13)V9(02).
           03  K0325-VL-CST-TTL-MOEN        PIC  9(13)V9(02).
           03  K0325-VL-VET                 PIC  9(08)V9(07).
           03  K0325-CD-USU                 PIC  X(08).
           03  K0325-DT-ATU                 PIC  9(08).
           03  K0325-HR-ATU                 PIC  9(06).
           03  K0325-DT-REG                 PIC  9(08).
           03  K0325-DT-ULT-ALT             PIC  9(08).
           03  K0325-QT-ALT                 PIC  9(03).
           03  K0325-CD-RTN                 PIC  9(02).
           03  K0325-TX-MSG-RTN             PIC  X(60).
      *----------------------------------------------------------------*
       LINKAGE SECTION.
      *----------------------------------------------------------------*
           03  K0278-CD-IDFR-MT103          PIC  X(16).
           03  K0278-CD-IDFR-MT202          PIC  X(16).
           03  K0278-CD-UETR                PIC  X(36).
           03  K0278-VL-TAXA-CMB            PIC  9(08)V9(07).
           03  K0278-VL-MOEN                PIC  9(13)V9(02).
           03  K0278-VL-TTL-TARF-MOEN       PIC  9(13)V9(02).
           03  K0278-VL-IOF-MOEN            PIC  9(13)V9(02).
           03  K0278-VL-CST-TTL-MOEN        PIC  9(13)V9(02).
           03  K0278-VL-VET                 PIC  9(08)V9(07).
           03  K0278-CD-RTN                 PIC  9(02).
           03  K0278-TX-MSG-RTN             PIC  X(60).
           03  K0278-QT-HIST                PIC  9(03).
      *
           IF  K0278-CD-RTN EQUAL ZEROS
               PERFORM 200-000-CONSULTA-HIST
               PERFORM 300-000-CONSULTA-VET
           END-IF
      *
           GOBACK
                   MOVE 'CREDITADA AO BENEFIC.' TO W-TX-EVT-AUX
               WHEN 'J'
                   MOVE 'REJEITADA NO EXTERIOR' TO W-TX-EVT-AUX
               WHEN 'E'
                   MOVE 'AGENDAMENTO EXECUTADO' TO W-TX-EVT-AUX
               WHEN 'F'
                   MOVE 'AGENDAMENTO REJEITADO' TO W-TX-EVT-AUX
               WHEN 'Q'
                   MOVE 'RECALL SOLICITADO'   TO W-TX-EVT-AUX
               WHEN 'K'
                   MOVE 'RECALL ACEITO'       TO W-TX-EVT-AUX
               WHEN 'N'
                   MOVE 'RECALL RECUSADO'     TO W-TX-EVT-AUX
               WHEN 'V'
                   MOVE 'REEMBOLSADA AO CLIENTE'
                                              TO W-TX-EVT-AUX
               WHEN 'P'
                   MOVE 'PAGA PELA WESTERN UNION'
                                              TO W-TX-EVT-AUX
               WHEN 'U'
                   MOVE 'NAO PAGA NA WESTERN UNION'
                                              TO W-TX-EVT-AUX
               WHEN OTHER
                   MOVE 'SITUACAO DESCONHECIDA'
                                              TO W-TX-EVT-AUX
       210-000-SAI.
           EXIT
           .
      *----------------------------------------------------------------*
       300-000-CONSULTA-VET    SECTION.
      *----------------------------------------------------------------*
      * VET informado ao cliente na confirmacao. Ordem registrada antes
      * do calculo do VET, ou agendada ainda nao executada, nao tem
      * registro na BCI325V e volta com os valores zerados.
      *
           MOVE ZEROS TO K0278-VL-TAXA-CMB
                         K0278-VL-MOEN
                         K0278-VL-TTL-TARF-MOEN
                         K0278-VL-IOF-MOEN
                         K0278-VL-CST-TTL-MOEN
                         K0278-VL-VET
      *
           INITIALIZE L-BCIS0325
      *
           MOVE 2                 TO K0325-CD-FUC
           MOVE K0278-CD-IDFR-ORD TO K0325-CD-IDFR-ORD
      *
           MOVE LENGTH OF L-BCIS0325 TO EIBCALEN
           CALL BCIS0325 USING DFHEIBLK L-BCIS0325
      *
           IF  K0325-CD-RTN EQUAL ZEROS
               MOVE K0325-VL-TAXA-CMB      TO K0278-VL-TAXA-CMB
               MOVE K0325-VL-MOEN          TO K0278-VL-MOEN
               MOVE K0325-VL-TTL-TARF-MOEN TO K0278-VL-TTL-TARF-MOEN
               MOVE K0325-VL-IOF-MOEN      TO K0278-VL-IOF-MOEN
               MOVE K0325-VL-CST-TTL-MOEN  TO K0278-VL-CST-TTL-MOEN
               MOVE K0325-VL-VET           TO K0278-VL-VET
           END-IF
           .
       300-000-SAI.
           EXIT
           .
