      *----------------------------------------------------------------*
      * Vrs Data     E/A/D   Respon.  Descrição da versão
      * --- -------- ------- -------- ---------------------------------*
      * 008 15102026 Manut.  F7021226 Novos eventos das ordens Western
      *                               Union, gravados pela conciliacao
      *                               BCIS0329: 'P' paga ao
      *                               beneficiario e 'U' nao paga
      *                               (disponivel p/ saque); o
      *                               reembolso ao remetente pela WU
      *                               usa o evento 'V'.
      * 007 15102026 Manut.  F7021226 Novo evento 'V' reembolsada:
      *                               devolucao creditada ao cliente
      *                               pelo batch de reembolso BCIS0328.
      * 006 15102026 Manut.  F7021226 Novos eventos do recall SWIFT:
      *                               'Q' recall solicitado (BCIS0312),
      *                               'K' recall aceito e 'N' recall
      *                               recusado pelo correspondente
      *                               (respostas MT196/MT296 -
      *                               BCIS0314).
      * 005 15102026 Manut.  F7021226 Novos eventos da ordem agendada,
      *                               gravados pela execucao diaria
      *                               BCIS0311: 'E' agendamento
      *                               executado e 'F' agendamento
      *                               rejeitado na data de execucao.
      * 004 02092026 Manut.  F7021226 UETR (rastreamento SWIFT gpi)
      *                               passa a fazer parte do registro
      *                               de situacao (BCI277S) e do
                                            '*** W.S.S. COMECA AQUI***'.
       77  CTE-PROG                    PIC  X(016) VALUE
                                            '*** BCIS0277 ***'.
       77  CTE-VERS                    PIC  X(006) VALUE 'VRS008'.
       77  CTE-FIM                     PIC  X(018) VALUE
                                            '*** FIM NORMAL ***'.
      *
               88  K0277-EVT-GPI-INTM       VALUE 'G'.
               88  K0277-EVT-GPI-CRDD       VALUE 'B'.
               88  K0277-EVT-GPI-RJTD       VALUE 'J'.
               88  K0277-EVT-AGND-EXEC      VALUE 'E'.
               88  K0277-EVT-AGND-RJTD      VALUE 'F'.
               88  K0277-EVT-RCL-SLCT       VALUE 'Q'.
               88  K0277-EVT-RCL-ACTO       VALUE 'K'.
               88  K0277-EVT-RCL-RCSD       VALUE 'N'.
               88  K0277-EVT-REEMBOLSADA    VALUE 'V'.
               88  K0277-EVT-WSUN-PAGA      VALUE 'P'.
               88  K0277-EVT-WSUN-NAO-PAGA  VALUE 'U'.
           03  K0277-DT-EVT                 PIC  9(08).
           03  K0277-HR-EVT                 PIC  9(06).
           03  K0277-CD-USU                 PIC  X(08).
           AND K0277-CD-EVT NOT EQUAL 'G'
           AND K0277-CD-EVT NOT EQUAL 'B'
           AND K0277-CD-EVT NOT EQUAL 'J'
           AND K0277-CD-EVT NOT EQUAL 'E'
           AND K0277-CD-EVT NOT EQUAL 'F'
           AND K0277-CD-EVT NOT EQUAL 'Q'
           AND K0277-CD-EVT NOT EQUAL 'K'
           AND K0277-CD-EVT NOT EQUAL 'N'
           AND K0277-CD-EVT NOT EQUAL 'V'
           AND K0277-CD-EVT NOT EQUAL 'P'
           AND K0277-CD-EVT NOT EQUAL 'U'
               MOVE 3 TO K0277-CD-RTN
               MOVE 'S0277 - Evento invalido.' TO K0277-TX-MSG-RTN
               GO TO 100-000-SAI
           END-IF
      *
