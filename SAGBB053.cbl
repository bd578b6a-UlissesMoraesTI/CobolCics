      *                    SEM TRAVA DE DUPLICIDADE (JOB EXECUTADO    *
      *                    SOB DEMANDA)                               *
      *                                                               *
      *---------------------------------------------------------------*
      *                                                               *
      *   PROGRAMADOR    : ULISSES & MORAES                           *
      *   ANALISTA       : ULISSES & MORAES                           *
      *   DATA           : 15/10/2026                                 *
      *                                                               *
      *   OBJETIVO       : A MENSALIDADE DUPLICADA CANCELADA NA       *
      *                    UNIFICACAO GRAVA A DATA DO CANCELAMENTO    *
      *                    (DT_CANCELAMENTO) PARA A INTERFACE         *
      *                    CONTABIL (SAGBB059)                        *
      *                                                               *
      *===============================================================*

      *===============================================================*

                           DB2.SAGTBS10_MENSALIDADES

                           SET     IC_SITUACAO     = 'C'          ,
                                   DT_CANCELAMENTO = CURRENT DATE

                           WHERE   CO_ALUNO       = :WS-CO-ABSORV
                           AND     CO_CURSO       = :MEN-CO-CURSO
