      *                   RESULTADO JA APURADO DA MATRICULA           *
      *                   (SAGBB048). O OPERADOR E VALIDADO CONTRA    *
      *                   SAGTBS08_OPERADORES COMO EM SAGBB041/042    *
      *                   E, NO LANCAMENTO, DEVE SER O OPERADOR DE UM *
      *                   DOCENTE ATRIBUIDO A TURMA NA DATA (SAGTBS23/*
      *                   SAGTBS24, MANTIDOS NO SAGBB062/SAGBB063)    *
      *                                                               *
      *---------------------------------------------------------------*
      *                                                               *
      *   SAGTBS04_MATRICULAS SAGTBS04 MATRICULA DO LANCAMENTO         *
      *   SAGTBS08_OPERADORES SAGTBS08 CADASTRO DE OPERADORES          *
      *   SAGTBS11_AVALIACOES SAGTBS11 NOTAS E FALTAS DA MATRICULA     *
      *   SAGTBS23_DOCENTES  SAGTBS23 DOCENTE VINCULADO AO OPERADOR   *
      *   SAGTBS24_TURMA_DOCENTE                                      *
      *                      SAGTBS24 DOCENTES ATRIBUIDOS A TURMA     *
      *                                                               *
      *---------------------------------------------------------------*
      *   HISTORICO DE ALTERACOES                                     *
      *                    INDICADOR DE LISTA TRUNCADA AVISA QUANDO   *
      *                    EXISTEM MAIS LANCAMENTOS                   *
      *                                                               *
      *---------------------------------------------------------------*
      *                                                               *
      *   PROGRAMADOR    : ULISSES & MORAES                           *
      *   ANALISTA       : ULISSES & MORAES                           *
      *   DATA           : 15/10/2026                                 *
      *                                                               *
      *   OBJETIVO       : O LANCAMENTO DE NOTAS E FALTAS PASSA A     *
      *                    EXIGIR QUE O OPERADOR ESTEJA VINCULADO A   *
      *                    UM DOCENTE ATIVO (SAGTBS23) COM            *
      *                    ATRIBUICAO ATIVA E EM VIGOR NA TURMA       *
      *                    (SAGTBS24). A CONSULTA NAO MUDA            *
      *                                                               *
      *===============================================================*

      *===============================================================*
       01          WS-SQLCODE-DB2  PIC     +++9.
      *
       01          WS-QT-LANCTOS   PIC     S9(009) COMP VALUE ZERO.
       01          WS-QT-DOCENTE   PIC     S9(009) COMP VALUE ZERO.
       01          WS-IX-LAN       PIC     9(002) COMP  VALUE ZERO.
       01          WS-QT-PAGINA    PIC     9(002) COMP  VALUE 20.
       01          WS-QT-NOTAS     PIC     S9(009) COMP VALUE ZERO.
           EXEC    SQL
                   INCLUDE SAGTBS11
           END-EXEC.
      /
           EXEC    SQL
                   INCLUDE SAGTBS23
           END-EXEC.
      /
           EXEC    SQL
                   INCLUDE SAGTBS24
           END-EXEC.
      *
      *---------------------------------------------------------------*
       01          FILLER          PIC     X(040)  VALUE
           END-IF.

           IF      WS047-OPERAC-LANCAR
                   PERFORM         107-00-VALIDA-DOCENTE
                   PERFORM         110-00-CRITICA-LANCAMENTO
           END-IF.
      *
       105-99-EXIT.
      *-=-=-=-=-=-*
              EXIT.
      /===============================================================*
       107-00-VALIDA-DOCENTE       SECTION.
      *---------------------------------------------------------------*
      *
      *    SO LANCA NOTAS E FALTAS O OPERADOR VINCULADO A UM DOCENTE  *
      *    ATIVO (SAGTBS23.CO_OPERADOR) QUE TENHA ATRIBUICAO ATIVA    *
      *    NESTA TURMA COM A DATA DE HOJE DENTRO DO PERIODO DELA      *
      *    (SAGTBS24).                                                *
      *---------------------------------------------------------------*
      *
           MOVE    WS047-CO-CURSO  TO      TDO-CO-CURSO.
           MOVE    WS047-CO-TURMA  TO      TDO-CO-TURMA.
           MOVE    WS047-CO-OPERADOR
                                   TO      DOC-CO-OPERADOR.

           EXEC    SQL

                   SELECT  COUNT(*)

                   INTO   :WS-QT-DOCENTE

                   FROM    DB2.SAGTBS24_TURMA_DOCENTE X ,
                           DB2.SAGTBS23_DOCENTES      D

                   WHERE   X.CO_CURSO    = :TDO-CO-CURSO
                   AND     X.CO_TURMA    = :TDO-CO-TURMA
                   AND     X.IC_SITUACAO = 'A'
                   AND     CURRENT DATE BETWEEN X.DT_INICIO
                                            AND X.DT_FIM
                   AND     D.CO_DOCENTE  = X.CO_DOCENTE
                   AND     D.IC_SITUACAO = 'A'
                   AND     D.CO_OPERADOR = :DOC-CO-OPERADOR

           END-EXEC.

           IF      SQLCODE     NOT EQUAL   +000
                   MOVE 'SELDOC'   TO      WS-COMANDO-DB2
                   MOVE 'SAGTBS24' TO      WS-TABELAS-DB2
                   PERFORM         995-00-ABEND-DB2
           END-IF.

           IF      WS-QT-DOCENTE   EQUAL   ZERO
                   MOVE 01         TO      WS047-CD-RETORNO
                   MOVE WS-MSG-131 TO      WS047-MENSAGEM
                   PERFORM         999-00-PROCED-FINAIS
           END-IF.
      *
      *---------------------------------------------------------------*
       107-99-EXIT.
      *-=-=-=-=-=-*
              EXIT.
      /===============================================================*
       110-00-CRITICA-LANCAMENTO   SECTION.
      *---------------------------------------------------------------*
