      *   SAGTBS08_OPERADORES SAGTBS08 CADASTRO DE OPERADORES          *
      *   SAGTBS09_HIST_MATRICULAS                                     *
      *                      SAGTBS09 HISTORICO DE MOVIMENTOS          *
      *   SAGTBS10_MENSALIDADES                                        *
      *                      SAGTBS10 MENSALIDADES (CANCELAMENTO)      *
      *                                                               *
      *---------------------------------------------------------------*
      *   HISTORICO DE ALTERACOES                                     *
      *                                                               *
      *   OBJETIVO       : CRIACAO - DESENVOLVIMENTO                  *
      *                                                               *
      *---------------------------------------------------------------*
      *                                                               *
      *   PROGRAMADOR    : ULISSES & MORAES                           *
      *   ANALISTA       : ULISSES & MORAES                           *
      *   DATA           : 15/10/2026                                 *
      *                                                               *
      *   OBJETIVO       : O CANCELAMENTO E O TRANCAMENTO CANCELAM AS *
      *                    MENSALIDADES EM ABERTO AINDA NAO VENCIDAS  *
      *                    DO CURSO (SAGTBS10 'A' -> 'C'); O TITULO   *
      *                    JA REGISTRADO NO BANCO FICA COM A BAIXA    *
      *                    SOLICITADA PARA A PROXIMA REMESSA SAGBB044 *
      *                                                               *
      *---------------------------------------------------------------*
      *                                                               *
      *   PROGRAMADOR    : ULISSES & MORAES                           *
      *   ANALISTA       : ULISSES & MORAES                           *
      *   DATA           : 15/10/2026                                 *
      *                                                               *
      *   OBJETIVO       : A MENSALIDADE CANCELADA GRAVA A DATA DO    *
      *                    CANCELAMENTO (DT_CANCELAMENTO) PARA A      *
      *                    INTERFACE CONTABIL (SAGBB059)              *
      *                                                               *
      *===============================================================*

      *===============================================================*
           EXEC    SQL
                   INCLUDE SAGTBS09
           END-EXEC.
      /
           EXEC    SQL
                   INCLUDE SAGTBS10
           END-EXEC.
      *
      *---------------------------------------------------------------*
       01          FILLER          PIC     X(040)  VALUE
      *---------------------------------------------------------------*
      *
      *    CANCELAMENTO OU TRANCAMENTO: A MATRICULA ATIVA RECEBE A    *
      *    NOVA SITUACAO (WS-IC-SIT-NOVA), AS MENSALIDADES FUTURAS DO *
      *    CURSO SAO CANCELADAS E O MOVIMENTO E REGISTRADO NO         *
      *    HISTORICO COM O MOTIVO INFORMADO.                          *
      *---------------------------------------------------------------*
      *
           PERFORM 220-00-SELECT-MATRICULA.

           PERFORM 240-00-UPDATE-SITUACAO.

           PERFORM 245-00-CANCELA-MENSALIDADES.

           EXEC    SQL
                   SET :WS042-DT-MOVIMENTO = CURRENT DATE
           END-EXEC.
       240-99-EXIT.
      *-=-=-=-=-=-*
              EXIT.
      /===============================================================*
       245-00-CANCELA-MENSALIDADES SECTION.
      *---------------------------------------------------------------*
      *
      *    AS MENSALIDADES EM ABERTO DO CURSO QUE AINDA NAO VENCERAM  *
      *    PASSAM A CANCELADAS ('C'); AS JA VENCIDAS CONTINUAM EM     *
      *    ABERTO (DIVIDA DO ALUNO). SE O ALUNO AINDA TIVER OUTRA     *
      *    MATRICULA ATIVA NO MESMO CURSO NADA E CANCELADO. O TITULO  *
      *    JA REGISTRADO NO BANCO (REMETIDO OU CONFIRMADO) FICA COM A *
      *    BAIXA SOLICITADA ('S'), E O PEDIDO DE BAIXA SEGUE NA       *
      *    PROXIMA REMESSA DO SAGBB044.                               *
      *---------------------------------------------------------------*
      *
           MOVE    WS042-CO-ALUNO  TO      MEN-CO-ALUNO.
           MOVE    WS042-CO-CURSO  TO      MEN-CO-CURSO.

           EXEC    SQL     UPDATE

                   DB2.SAGTBS10_MENSALIDADES  M

                   SET     IC_SITUACAO       = 'C'          ,
                           DT_CANCELAMENTO   = CURRENT DATE ,
                           IC_SITUACAO_BANCO =
                           CASE WHEN IC_SITUACAO_BANCO IN ('R' , 'E')
                                THEN 'S'
                                ELSE IC_SITUACAO_BANCO
                           END ,
                           DT_SITUACAO_BANCO =
                           CASE WHEN IC_SITUACAO_BANCO IN ('R' , 'E')
                                THEN CURRENT DATE
                                ELSE DT_SITUACAO_BANCO
                           END

                   WHERE   M.CO_ALUNO      = :MEN-CO-ALUNO
                   AND     M.CO_CURSO      = :MEN-CO-CURSO
                   AND     M.IC_SITUACAO   = 'A'
                   AND     M.DT_VENCIMENTO >= CURRENT DATE
                   AND     NOT EXISTS
                          (SELECT 1
                           FROM   DB2.SAGTBS04_MATRICULAS X
                           WHERE  X.CO_ALUNO    = M.CO_ALUNO
                           AND    X.CO_CURSO    = M.CO_CURSO
                           AND    X.IC_SITUACAO = 'A')

           END-EXEC.

           IF      SQLCODE     NOT EQUAL   +000 AND +100
                   MOVE 'UPDMEN'   TO      WS-COMANDO-DB2
                   MOVE 'SAGTBS10' TO      WS-TABELAS-DB2
                   PERFORM         995-00-ABEND-DB2
           END-IF.
      *
      *---------------------------------------------------------------*
       245-99-EXIT.
      *-=-=-=-=-=-*
              EXIT.
      /===============================================================*
       250-00-TRANSFERE-MATRICULA  SECTION.
      *---------------------------------------------------------------*
