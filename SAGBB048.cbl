      *   SAGTBS04_MATRICULAS SAGTBS04 MATRICULAS (RESULTADO)          *
      *   SAGTBS06_TURMAS    SAGTBS06 CATALOGO (VALIDACAO DA TURMA)    *
      *   SAGTBS11_AVALIACOES SAGTBS11 NOTAS E FALTAS                  *
      *   SAGTBS23_DOCENTES  SAGTBS23 NOME DO DOCENTE RESPONSAVEL     *
      *   SAGTBS24_TURMA_DOCENTE                                      *
      *                      SAGTBS24 DOCENTES ATRIBUIDOS A TURMA     *
      *                                                               *
      *---------------------------------------------------------------*
      *   HISTORICO DE ALTERACOES                                     *
      *                    POR CARTAO (UMA TURMA POR RODADA) E VARIAS *
      *                    TURMAS TERMINAM NA MESMA DATA              *
      *                                                               *
      *---------------------------------------------------------------*
      *                                                               *
      *   PROGRAMADOR    : ULISSES & MORAES                           *
      *   ANALISTA       : ULISSES & MORAES                           *
      *   DATA           : 15/10/2026                                 *
      *                                                               *
      *   OBJETIVO       : O CABECALHO PASSA A TRAZER O DOCENTE       *
      *                    RESPONSAVEL PELA TURMA (SAGTBS24/SAGTBS23):*
      *                    A ATRIBUICAO ATIVA EM VIGOR NA DATA OU, SE *
      *                    NAO HOUVER, A DE FIM MAIS RECENTE          *
      *                                                               *
      *===============================================================*

      *===============================================================*
       01          WS-CAB-02.
           03      FILLER          PIC     X(001) VALUE ' '.
           03      FILLER          PIC     X(132) VALUE ALL '-'.
      *
       01          WS-CAB-04.
           03      FILLER          PIC     X(001) VALUE ' '.
           03      FILLER          PIC     X(021) VALUE
                  'DOCENTE RESPONSAVEL: '.
           03      WS-CAB-04-DOCENTE
                                   PIC     X(060) VALUE SPACES.
      *
       01          WS-CAB-03.
           03      FILLER          PIC     X(001) VALUE ' '.
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
       01          FILLER              PIC     X(040)  VALUE

           PERFORM 120-00-VALIDA-TURMA.

           PERFORM 125-00-BUSCA-DOCENTE.

           PERFORM 105-00-CONTROLE-INICIO.

           PERFORM 280-00-IMPRIME-CABECALHO.
       120-99-EXIT.
      *-=-=-=-=-=-*
              EXIT.
      /===============================================================*
       125-00-BUSCA-DOCENTE        SECTION.
      *---------------------------------------------------------------*
      *
      *    DOCENTE RESPONSAVEL PELA TURMA PARA O CABECALHO: ENTRE AS  *
      *    ATRIBUICOES ATIVAS (SAGTBS24), A QUE ESTA EM VIGOR HOJE OU,*
      *    SE NENHUMA ESTIVER (TURMA JA TERMINADA), A DE FIM MAIS     *
      *    RECENTE. TURMA SEM ATRIBUICAO SAI COMO NAO ATRIBUIDO.      *
      *---------------------------------------------------------------*
      *
           MOVE    MAT-CO-CURSO    TO      TDO-CO-CURSO.
           MOVE    MAT-CO-TURMA    TO      TDO-CO-TURMA.

           EXEC    SQL

                   SELECT  D.NO_DOCENTE

                   INTO   :DOC-NO-DOCENTE

                   FROM    DB2.SAGTBS24_TURMA_DOCENTE X ,
                           DB2.SAGTBS23_DOCENTES      D

                   WHERE   X.CO_CURSO    = :TDO-CO-CURSO
                   AND     X.CO_TURMA    = :TDO-CO-TURMA
                   AND     X.IC_SITUACAO = 'A'
                   AND     D.CO_DOCENTE  = X.CO_DOCENTE

                   ORDER BY CASE WHEN CURRENT DATE BETWEEN X.DT_INICIO
                                                       AND X.DT_FIM
                                 THEN 0 ELSE 1 END ,
                            X.DT_FIM DESC ,
                            X.DT_INICIO

                   FETCH FIRST 1 ROW ONLY

           END-EXEC.

           IF      SQLCODE     EQUAL       +100
                   MOVE 'NAO ATRIBUIDO'
                                   TO      DOC-NO-DOCENTE
           ELSE
                   IF      SQLCODE NOT EQUAL   +000
                           MOVE 'SELDOC'   TO WS-COMANDO-DB2
                           MOVE 'SAGTBS24' TO WS-TABELAS-DB2
                           PERFORM 995-00-ABEND-DB2
                   END-IF
           END-IF.

           MOVE    DOC-NO-DOCENTE  TO      WS-CAB-04-DOCENTE.
      *
      *---------------------------------------------------------------*
       125-99-EXIT.
      *-=-=-=-=-=-*
              EXIT.
      /===============================================================*
       200-00-PROCED-PRINCIPAIS    SECTION.
      *---------------------------------------------------------------*

           WRITE   REL-REGISTRO    FROM    WS-CAB-01
                                   AFTER   ADVANCING PAGE.
           WRITE   REL-REGISTRO    FROM    WS-CAB-04
                                   AFTER   ADVANCING 1 LINE.
           WRITE   REL-REGISTRO    FROM    WS-CAB-02
                                   AFTER   ADVANCING 1 LINE.
           WRITE   REL-REGISTRO    FROM    WS-CAB-03
           WRITE   REL-REGISTRO    FROM    WS-CAB-02
                                   AFTER   ADVANCING 1 LINE.

           MOVE    6               TO      WS-NU-LINHA.
      *
      *---------------------------------------------------------------*
       280-99-EXIT.
