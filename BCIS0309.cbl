      *----------------------------------------------------------------*
      * Vrs Data     E/A/D   Respon.  Descrição da versão
      * --- -------- ------- -------- ---------------------------------*
      * 006 15102026 Manut.  F7021226 Descreve as situacoes Western
      *                               Union 'P' paga e 'U' nao paga
      *                               (BCIS0329).
      * 005 15102026 Manut.  F7021226 Descreve a situacao 'V'
      *                               reembolsada ao cliente (BCIS0328).
      * 004 15102026 Manut.  F7021226 Descreve as situacoes do recall
      *                               SWIFT 'Q' solicitado, 'K' aceito
      *                               e 'N' recusado.
      * 003 15102026 Manut.  F7021226 Descreve as situacoes da ordem
      *                               agendada 'E' executada e 'F'
      *                               rejeitada (BCIS0311).
      * 002 02092026 Manut.  F7021226 Coluna da taxa do extrato
      *                               alargada p/ os 8 inteiros da
      *                               taxa do commarea - taxa acima
                                            '*** W.S.S. COMECA AQUI***'.
       77  CTE-PROG                    PIC  X(016) VALUE
                                            '*** BCIS0309 ***'.
       77  CTE-VERS                    PIC  X(006) VALUE 'VRS006'.
       77  CTE-FIM                     PIC  X(018) VALUE
                                            '*** FIM NORMAL ***'.
      *
                   MOVE 'CREDITADA AO BENEFIC.' TO W-TX-EST-ORD
               WHEN 'J'
                   MOVE 'REJEITADA NO EXTERIOR' TO W-TX-EST-ORD
               WHEN 'E'
                   MOVE 'AGENDAMENTO EXECUTADO' TO W-TX-EST-ORD
               WHEN 'F'
                   MOVE 'AGENDAMENTO REJEITADO' TO W-TX-EST-ORD
               WHEN 'Q'
                   MOVE 'RECALL SOLICITADO'     TO W-TX-EST-ORD
               WHEN 'K'
                   MOVE 'RECALL ACEITO'         TO W-TX-EST-ORD
               WHEN 'N'
                   MOVE 'RECALL RECUSADO'       TO W-TX-EST-ORD
               WHEN 'V'
                   MOVE 'REEMBOLSADA AO CLIENTE' TO W-TX-EST-ORD
               WHEN 'P'
                   MOVE 'PAGA PELA WESTERN UNION' TO W-TX-EST-ORD
               WHEN 'U'
                   MOVE 'NAO PAGA NA WESTERN UNION'
                                                TO W-TX-EST-ORD
               WHEN OTHER
                   MOVE 'SITUACAO DESCONHECIDA' TO W-TX-EST-ORD
           END-EVALUATE
