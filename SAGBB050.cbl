      *   SAGTBS01_ALUNOS    SAGTBS01 CADASTRO DE ALUNOS               *
      *   SAGTBS04_MATRICULAS SAGTBS04 MATRICULAS                      *
      *   SAGTBS06_TURMAS    SAGTBS06 CATALOGO DE CURSOS/TURMAS        *
      *   SAGTBS23_DOCENTES  SAGTBS23 NOME DO DOCENTE RESPONSAVEL     *
      *   SAGTBS24_TURMA_DOCENTE                                      *
      *                      SAGTBS24 DOCENTES ATRIBUIDOS A TURMA     *
      *                                                               *
      *---------------------------------------------------------------*
      *   HISTORICO DE ALTERACOES                                     *
      *                    SEM TRAVA DE DUPLICIDADE (JOB EXECUTADO    *
      *                    SOB DEMANDA)                               *
      *                                                               *
      *---------------------------------------------------------------*
      *                                                               *
      *   PROGRAMADOR    : ULISSES & MORAES                           *
      *   ANALISTA       : ULISSES & MORAES                           *
      *   DATA           : 15/10/2026                                 *
      *                                                               *
      *   OBJETIVO       : A DECLARACAO E O CERTIFICADO PASSAM A      *
      *                    TRAZER O DOCENTE RESPONSAVEL PELA TURMA    *
      *                    (SAGTBS24/SAGTBS23), QUANDO HOUVER         *
      *                                                               *
      *===============================================================*

      *===============================================================*
                                   PIC     X(040) VALUE SPACES.
      *
       01          WS-NO-PERIODO   PIC     X(010) VALUE SPACES.
       01          WS-NO-DOCENTE   PIC     X(060) VALUE SPACES.
      *
      /**-----------------------------------------------------------***
      ***      TRATAMENTO DE NULIDADE DE CAMPOS                     ***
                                   PIC     X(010).
           03      FILLER          PIC     X(003) VALUE ' A '.
           03      WS-DOC-DT-FIM   PIC     X(010).
      *
       01          WS-DOC-DOCENTE.
           03      FILLER          PIC     X(005) VALUE SPACES.
           03      FILLER          PIC     X(021) VALUE
                  'DOCENTE RESPONSAVEL: '.
           03      WS-DOC-NO-DOCENTE
                                   PIC     X(060).
      *
       01          WS-DOC-MATRIC.
           03      FILLER          PIC     X(005) VALUE SPACES.
           EXEC    SQL
                   INCLUDE SAGTBS06
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
                                       TO      WS-NO-PERIODO

           END-EVALUATE.

           PERFORM 217-00-BUSCA-DOCENTE.
      *
      *---------------------------------------------------------------*
       215-99-EXIT.
      *-=-=-=-=-=-*
              EXIT.
      /===============================================================*
       217-00-BUSCA-DOCENTE        SECTION.
      *---------------------------------------------------------------*
      *
      *    DOCENTE RESPONSAVEL PELA TURMA: ENTRE AS ATRIBUICOES ATIVAS*
      *    (SAGTBS24), A QUE ESTA EM VIGOR HOJE OU, SE NENHUMA ESTIVER*
      *    (TURMA JA TERMINADA), A DE FIM MAIS RECENTE. SEM           *
      *    ATRIBUICAO O NOME FICA EM BRANCO E A LINHA NAO E IMPRESSA. *
      *---------------------------------------------------------------*
      *
           MOVE    SPACES          TO      WS-NO-DOCENTE.

           MOVE    TUR-CO-CURSO    TO      TDO-CO-CURSO.
           MOVE    TUR-CO-TURMA    TO      TDO-CO-TURMA.

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

           IF      SQLCODE     EQUAL       +000
                   MOVE DOC-NO-DOCENTE
                                   TO      WS-NO-DOCENTE
           ELSE
                   IF      SQLCODE NOT EQUAL   +100
                           MOVE 'SELDOC'   TO WS-COMANDO-DB2
                           MOVE 'SAGTBS24' TO WS-TABELAS-DB2
                           PERFORM 995-00-ABEND-DB2
                   END-IF
           END-IF.
      *
      *---------------------------------------------------------------*
       217-99-EXIT.
      *-=-=-=-=-=-*
              EXIT.
      /===============================================================*
       220-00-EMITE-PARA-TURMA     SECTION.
      *---------------------------------------------------------------*
           WRITE   DOC-REGISTRO    FROM    WS-DOC-DATAS
                                   AFTER   ADVANCING 1 LINE.

           IF      WS-NO-DOCENTE   NOT EQUAL   SPACES
                   MOVE WS-NO-DOCENTE
                                   TO      WS-DOC-NO-DOCENTE
                   WRITE DOC-REGISTRO
                                   FROM    WS-DOC-DOCENTE
                                   AFTER   ADVANCING 1 LINE
           END-IF.

           MOVE    MAT-DT-MATRICULA
                                   TO      WS-DOC-DT-MATRICULA.

