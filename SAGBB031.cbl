      *                    CADASTRO SAGTBS08_OPERADORES (SITUACAO E   *
      *                    PERMISSAO POR OPERACAO) ANTES DE EXECUTAR  *
      *                                                               *
      *---------------------------------------------------------------*
      *                                                               *
      *   PROGRAMADOR    : ULISSES & MORAES                           *
      *   ANALISTA       : ULISSES & MORAES                           *
      *   DATA           : 15/10/2026                                 *
      *                                                               *
      *   OBJETIVO       : A INATIVACAO CANCELA AS MENSALIDADES EM    *
      *                    ABERTO AINDA NAO VENCIDAS DO ALUNO         *
      *                    (SAGTBS10 'A' -> 'C'); O TITULO JA         *
      *                    REGISTRADO NO BANCO FICA COM A BAIXA       *
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
                   INCLUDE SAGTBS08
           END-EXEC.
      /
           EXEC    SQL
                   INCLUDE SAGTBS10
           END-EXEC.
      *
      *---------------------------------------------------------------*
       01          FILLER          PIC     X(040)  VALUE
           PERFORM 210-00-SELECT-SAGTBS01.

           PERFORM 220-00-UPDATE-SAGTBS01.

           PERFORM 230-00-CANCELA-MENSALIDADES.
      *
      *---------------------------------------------------------------*
       200-99-EXIT.
       220-99-EXIT.
      *-=-=-=-=-=-*
              EXIT.
      /===============================================================*
       230-00-CANCELA-MENSALIDADES SECTION.
      *---------------------------------------------------------------*
      *
      *    AS MENSALIDADES EM ABERTO DO ALUNO QUE AINDA NAO VENCERAM  *
      *    (EM TODOS OS CURSOS) PASSAM A CANCELADAS ('C'); AS JA      *
      *    VENCIDAS CONTINUAM EM ABERTO (DIVIDA DO ALUNO). O TITULO   *
      *    JA REGISTRADO NO BANCO (REMETIDO OU CONFIRMADO) FICA COM A *
      *    BAIXA SOLICITADA ('S'), E O PEDIDO DE BAIXA SEGUE NA       *
      *    PROXIMA REMESSA DO SAGBB044.                               *
      *---------------------------------------------------------------*
      *
           MOVE    CO-ALUNO        TO      MEN-CO-ALUNO.

           EXEC    SQL     UPDATE

                   DB2.SAGTBS10_MENSALIDADES

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

                   WHERE   CO_ALUNO      = :MEN-CO-ALUNO
                   AND     IC_SITUACAO   = 'A'
                   AND     DT_VENCIMENTO >= CURRENT DATE

           END-EXEC.

           IF      SQLCODE     NOT EQUAL   +000 AND +100
                   MOVE 'UPDMEN'   TO      WS-COMANDO-DB2
                   MOVE 'SAGTBS10' TO      WS-TABELAS-DB2
                   PERFORM         995-00-ABEND-DB2
           END-IF.
      *
      *---------------------------------------------------------------*
       230-99-EXIT.
      *-=-=-=-=-=-*
              EXIT.
      /===============================================================*
       995-00-ABEND-DB2            SECTION.
      *---------------------------------------------------------------*
