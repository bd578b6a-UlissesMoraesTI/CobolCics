      *===============================================================*
       IDENTIFICATION              DIVISION.
      *---------------------------------------------------------------*
      *
       PROGRAM-ID.                 SAGBB063.
       AUTHOR.                     ULISSES & MORAES (TI).
       DATE-WRITTEN.               15/10/2026.
       SECURITY.
      *
      *===============================================================*
      *              ULISSES & MORAES INFORMATICA S/C LTDA            *
      *---------------------------------------------------------------*
      *                                                               *
      *   SISTEMA       : SISAG                                       *
      *   PROJETO       : SISTEMA DE GESTAO DE ALUNOS/CURSOS          *
      *   PROGRAMA      : SAGBB063                                    *
      *   LINGUAGEM     : COBOL / CICS                                *
      *   PROGRAMADOR   : ULISSES & MORAES                            *
      *   ANALISTA      : ULISSES & MORAES                            *
      *   DATA          : 15/10/2026                                  *
      *                                                               *
      *   OBJETIVO      : ATRIBUICAO DE DOCENTES A TURMAS             *
      *                   (SAGTBS24_TURMA_DOCENTE): INCLUSAO,         *
      *                   CONSULTA DOS DOCENTES DA TURMA, ALTERACAO DA*
      *                   DATA DE FIM E CANCELAMENTO, CONFORME O      *
      *                   CODIGO DE OPERACAO DA COMMAREA SAGWS063.    *
      *                   UMA TURMA PODE TER MAIS DE UM DOCENTE. A    *
      *                   ATRIBUICAO VALE DE DT_INICIO A DT_FIM (POR  *
      *                   OMISSAO AS DATAS DA TURMA) E DEVE CABER NAS *
      *                   DATAS DA TURMA. O DOCENTE NAO PODE TER DUAS *
      *                   ATRIBUICOES ATIVAS COM DATAS SOBREPOSTAS EM *
      *                   TURMAS ATIVAS DO MESMO PERIODO (TURNO), NEM *
      *                   DUAS SOBREPOSTAS NA MESMA TURMA             *
      *                                                               *
      *---------------------------------------------------------------*
      *                                                               *
      *   ROTINAS                                                     *
      *                                                               *
      *   NOME             BOOK     DESCRICAO                         *
      *   ---------------- -------- ----------------------------------*
      *   SAGBB006         SAGWS006 CRITICA DE DATAS                  *
      *                                                               *
      *---------------------------------------------------------------*
      *                                                               *
      *   DB2                                                         *
      *                                                               *
      *   NOME               BOOK     DESCRICAO                       *
      *   -----------------  -------- ------------------------------- *
      *   SAGTBS06_TURMAS    SAGTBS06 TURMA (DATAS, PERIODO, SITUACAO)*
      *   SAGTBS08_OPERADORES SAGTBS08 OPERADOR RESPONSAVEL           *
      *   SAGTBS23_DOCENTES  SAGTBS23 CADASTRO DE DOCENTES            *
      *   SAGTBS24_TURMA_DOCENTE                                      *
      *                      SAGTBS24 ATRIBUICOES DE DOCENTES         *
      *                                                               *
      *---------------------------------------------------------------*
      *   HISTORICO DE ALTERACOES                                     *
      *---------------------------------------------------------------*
      *                                                               *
      *   PROGRAMADOR    : ULISSES & MORAES                           *
      *   ANALISTA       : ULISSES & MORAES                           *
      *   DATA           : 15/10/2026                                 *
      *                                                               *
      *   OBJETIVO       : CRIACAO - DESENVOLVIMENTO                  *
      *                                                               *
      *===============================================================*

      *===============================================================*
       ENVIRONMENT                 DIVISION.
      *---------------------------------------------------------------*
       CONFIGURATION               SECTION.
      *---------------------------------------------------------------*
       SPECIAL-NAMES.              DECIMAL-POINT   IS   COMMA.
      *---------------------------------------------------------------*

      *===============================================================*
       DATA                        DIVISION.
      *---------------------------------------------------------------*

      *---------------------------------------------------------------*
       WORKING-STORAGE             SECTION.
      *---------------------------------------------------------------*
      *
       01      FILLER              PIC     X(040)  VALUE
              '** INICIO WORKING SAGBB063 **'.
      *
      /**-----------------------------------------------------------***
      ***      AREA DE TRATAMENTO DE VARIAVEIS                      ***
      ***-----------------------------------------------------------***
      *
       01          WS-EIBRESP      PIC     9(003) VALUE ZEROS.
       01          WS-ABCODE       PIC     X(004) VALUE SPACES.
      *
       01          WS-COMANDO-DB2  PIC     X(006) VALUE SPACES.
       01          WS-TABELAS-DB2  PIC     X(008) VALUE SPACES.
       01          WS-SQLCODE-DB2  PIC     +++9.
      *
       01          WS-QT-CONFLITO  PIC     S9(009) COMP VALUE ZERO.
       01          WS-IX-DOC       PIC     9(002) COMP  VALUE ZERO.
       01          WS-QT-PAGINA    PIC     9(002) COMP  VALUE 10.
      *
       01          WS-SW-FIM-CURSOR
                                   PIC     X(001) VALUE 'N'.
         88        WS-FIM-CURSOR           VALUE 'S'.
      *
      *    DATA DE INICIO DA PROPRIA ATRIBUICAO, EXCLUIDA DA BUSCA DE
      *    CONFLITOS NA ALTERACAO (NA INCLUSAO VAI UMA DATA MINIMA,
      *    QUE NAO EXCLUI NADA)
       01          WS-DT-INICIO-EXCL
                                   PIC     X(010) VALUE SPACES.
       01          WS-DT-MINIMA    PIC     X(010) VALUE '01.01.0001'.
      *
      /**-----------------------------------------------------------***
      ***      AREA DE COMPARACAO DE DATAS (AAAAMMDD)               ***
      ***-----------------------------------------------------------***
      *
       01          WS-DT-INI-AMD.
           03      WS-DT-INI-ANO   PIC     9(004).
           03      WS-DT-INI-MES   PIC     9(002).
           03      WS-DT-INI-DIA   PIC     9(002).
      *
       01          WS-DT-FIM-AMD.
           03      WS-DT-FIM-ANO   PIC     9(004).
           03      WS-DT-FIM-MES   PIC     9(002).
           03      WS-DT-FIM-DIA   PIC     9(002).
      *
       01          WS-DT-TUR-INI-AMD.
           03      WS-DT-TUR-INI-ANO
                                   PIC     9(004).
           03      WS-DT-TUR-INI-MES
                                   PIC     9(002).
           03      WS-DT-TUR-INI-DIA
                                   PIC     9(002).
      *
       01          WS-DT-TUR-FIM-AMD.
           03      WS-DT-TUR-FIM-ANO
                                   PIC     9(004).
           03      WS-DT-TUR-FIM-MES
                                   PIC     9(002).
           03      WS-DT-TUR-FIM-DIA
                                   PIC     9(002).
      *
      /**-----------------------------------------------------------***
      ***          AREA DE TRATAMENTO DE DATA                       ***
      ***-----------------------------------------------------------***
      *
       01          WS-DAT-DB2      PIC     X(010) VALUE '99.99.9999'.
       01          FILLER          REDEFINES      WS-DAT-DB2.
         03        WS-DIA-DB2      PIC     9(002).
         03        WS-PT1-DB2      PIC     X(001).
         03        WS-MES-DB2      PIC     9(002).
         03        WS-PT2-DB2      PIC     X(001).
         03        WS-ANO-DB2      PIC     9(004).
      *
      /**-----------------------------------------------------------***
      ***      AREA DE MENSAGENS                                    ***
      ***-----------------------------------------------------------***
      *
           COPY    SAGWSMSG.
      *
      /**-----------------------------------------------------------***
      ***      AREA DE COMMAREA                                     ***
      ***-----------------------------------------------------------***
      *
           COPY    SAGWS063.
      *
      /**-----------------------------------------------------------***
      ***          SAGBB006 - CRITICA DE DATAS                      ***
      ***-----------------------------------------------------------***
      *
       01          WS-SAGBB006     PIC     X(008) VALUE 'SAGBB006'.
      *
           COPY    SAGWS006.
      *
      /**-----------------------------------------------------------***
      ***      AREA DO BOOK DE AREAS DO CICS                        ***
      ***-----------------------------------------------------------***
      *
           COPY    DFHAID.
      *
      /**-----------------------------------------------------------***
      ***      AREA DO BOOK DE ATRIBUTOS                            ***
      ***-----------------------------------------------------------***
      *
           COPY    DFHBMSCA.
      *
      /**-----------------------------------------------------------***
      ***      AREA DE TRATAMENTO DAS BOOKS DB2                     ***
      ***-----------------------------------------------------------***
      *
           EXEC    SQL
                   INCLUDE SQLCA
           END-EXEC.
      /
           EXEC    SQL
                   INCLUDE SAGTBS06
           END-EXEC.
      /
           EXEC    SQL
                   INCLUDE SAGTBS08
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
                  '** FINAL WORKING SAGBB063 **'.
      *---------------------------------------------------------------*
      *
      *---------------------------------------------------------------*
       LINKAGE                     SECTION.
      *---------------------------------------------------------------*
      *
       01          DFHCOMMAREA.
         03        FILLER          PIC     X(001)
                   OCCURS  1100  DEPENDING  ON  EIBCALEN.
      *
      *===============================================================*
       PROCEDURE                   DIVISION.
      *---------------------------------------------------------------*
      *
           PERFORM 100-00-PROCED-INICIAIS.

           PERFORM 200-00-PROCED-PRINCIPAIS.

           PERFORM 999-00-PROCED-FINAIS.
      *
      /===============================================================*
       100-00-PROCED-INICIAIS      SECTION.
      *---------------------------------------------------------------*
      *
           EXEC    CICS    HANDLE  ABEND
                                   LABEL   (998-00-ABEND)
           END-EXEC.

           EXEC    CICS    HANDLE  CONDITION
                                   ERROR   (997-00-ERROR)
           END-EXEC.

           MOVE    DFHCOMMAREA     TO      WS063-COMMAREA.

           MOVE    00              TO      WS063-CD-RETORNO.

           MOVE    WS-MSG-121      TO      WS063-MENSAGEM.

           MOVE    00              TO      WS063-QT-RETORNADOS.

           INSPECT WS063-CO-OPERADOR
                                   REPLACING ALL LOW-VALUES BY SPACES.
           INSPECT WS063-DT-INICIO
                                   REPLACING ALL LOW-VALUES BY SPACES.
           INSPECT WS063-DT-FIM
                                   REPLACING ALL LOW-VALUES BY SPACES.

           PERFORM 105-00-VALIDA-OPERADOR.

           IF      WS063-CO-CURSO  NOT     NUMERIC OR
                   WS063-CO-TURMA  NOT     NUMERIC OR
                   WS063-CO-CURSO  EQUAL   ZEROS   OR
                   WS063-CO-TURMA  EQUAL   ZEROS
                   MOVE 01         TO      WS063-CD-RETORNO
                   MOVE WS-MSG-062 TO      WS063-MENSAGEM
                   PERFORM         999-00-PROCED-FINAIS
           END-IF.

           IF      NOT     WS063-OPERAC-CONSULTAR

                   IF      WS063-CO-DOCENTE
                                   NOT     NUMERIC OR
                           WS063-CO-DOCENTE
                                   EQUAL   ZEROS
                           MOVE 01         TO WS063-CD-RETORNO
                           MOVE WS-MSG-062 TO WS063-MENSAGEM
                           PERFORM         999-00-PROCED-FINAIS
                   END-IF

           END-IF.

           PERFORM 110-00-VALIDA-TURMA.
      *
      *---------------------------------------------------------------*
       100-99-EXIT.
      *-=-=-=-=-=-*
              EXIT.
      /===============================================================*
       105-00-VALIDA-OPERADOR      SECTION.
      *---------------------------------------------------------------*
      *
      *    O OPERADOR DEVE ESTAR CADASTRADO, ATIVO E AUTORIZADO:      *
      *    PERMISSAO DE CONSULTA PARA A OPERACAO 'C' E DE ALTERACAO   *
      *    PARA AS DEMAIS.                                            *
      *---------------------------------------------------------------*
      *
           IF      WS063-CO-OPERADOR
                                   EQUAL   SPACES
                   MOVE 01         TO      WS063-CD-RETORNO
                   MOVE WS-MSG-083 TO      WS063-MENSAGEM
                   PERFORM         999-00-PROCED-FINAIS
           END-IF.

           MOVE    WS063-CO-OPERADOR
                                   TO      OPE-CO-OPERADOR.

           EXEC    SQL

                   SELECT  IC_SITUACAO       ,
                           IC_PERM_CONSULTA  ,
                           IC_PERM_ALTERACAO

                   INTO   :OPE-IC-SITUACAO       ,
                          :OPE-IC-PERM-CONSULTA  ,
                          :OPE-IC-PERM-ALTERACAO

                   FROM    DB2.SAGTBS08_OPERADORES

                   WHERE   CO_OPERADOR = :OPE-CO-OPERADOR

           END-EXEC.

           IF      SQLCODE     EQUAL       +100
                   MOVE 01         TO      WS063-CD-RETORNO
                   MOVE WS-MSG-083 TO      WS063-MENSAGEM
                   PERFORM         999-00-PROCED-FINAIS
           END-IF.

           IF      SQLCODE     NOT EQUAL   +000
                   MOVE 'SELOPE'   TO      WS-COMANDO-DB2
                   MOVE 'SAGTBS08' TO      WS-TABELAS-DB2
                   PERFORM         995-00-ABEND-DB2
           END-IF.

           IF      NOT     OPE-OPERADOR-ATIVO
                   MOVE 01         TO      WS063-CD-RETORNO
                   MOVE WS-MSG-083 TO      WS063-MENSAGEM
                   PERFORM         999-00-PROCED-FINAIS
           END-IF.

           IF      WS063-OPERAC-CONSULTAR

                   IF      NOT     OPE-PODE-CONSULTAR
                           MOVE 01         TO WS063-CD-RETORNO
                           MOVE WS-MSG-084 TO WS063-MENSAGEM
                           PERFORM         999-00-PROCED-FINAIS
                   END-IF

           ELSE

                   IF      NOT     OPE-PODE-ALTERAR
                           MOVE 01         TO WS063-CD-RETORNO
                           MOVE WS-MSG-084 TO WS063-MENSAGEM
                           PERFORM         999-00-PROCED-FINAIS
                   END-IF

           END-IF.
      *
      *---------------------------------------------------------------*
       105-99-EXIT.
      *-=-=-=-=-=-*
              EXIT.
      /===============================================================*
       110-00-VALIDA-TURMA         SECTION.
      *---------------------------------------------------------------*
      *
      *    A TURMA DEVE EXISTIR. NA INCLUSAO E NA ALTERACAO ELA DEVE  *
      *    ESTAR ATIVA; A CONSULTA E O CANCELAMENTO VALEM TAMBEM PARA  *
      *    TURMA ENCERRADA. AS DATAS DA TURMA SAO GUARDADAS EM AAAAMMDD*
      *    PARA A CRITICA DO PERIODO DA ATRIBUICAO.                   *
      *---------------------------------------------------------------*
      *
           MOVE    WS063-CO-CURSO  TO      TUR-CO-CURSO.
           MOVE    WS063-CO-TURMA  TO      TUR-CO-TURMA.

           EXEC    SQL

                   SELECT  NO_CURSO    ,
                           IC_PERIODO  ,
                           DT_INICIO   ,
                           DT_FIM      ,
                           IC_SITUACAO

                   INTO   :TUR-NO-CURSO    ,
                          :TUR-IC-PERIODO  ,
                          :TUR-DT-INICIO   ,
                          :TUR-DT-FIM      ,
                          :TUR-IC-SITUACAO

                   FROM    DB2.SAGTBS06_TURMAS

                   WHERE   CO_CURSO = :TUR-CO-CURSO
                   AND     CO_TURMA = :TUR-CO-TURMA

           END-EXEC.

           IF      SQLCODE     EQUAL       +100
                   MOVE 01         TO      WS063-CD-RETORNO
                   MOVE WS-MSG-076 TO      WS063-MENSAGEM
                   PERFORM         999-00-PROCED-FINAIS
           END-IF.

           IF      SQLCODE     NOT EQUAL   +000
                   MOVE 'SELECT'   TO      WS-COMANDO-DB2
                   MOVE 'SAGTBS06' TO      WS-TABELAS-DB2
                   PERFORM         995-00-ABEND-DB2
           END-IF.

           IF      (WS063-OPERAC-INCLUIR   OR
                    WS063-OPERAC-ALTERAR)  AND
                   NOT     TUR-TURMA-ATIVA
                   MOVE 01         TO      WS063-CD-RETORNO
                   MOVE WS-MSG-078 TO      WS063-MENSAGEM
                   PERFORM         999-00-PROCED-FINAIS
           END-IF.

           MOVE    TUR-NO-CURSO    TO      WS063-NO-CURSO.
           MOVE    TUR-IC-PERIODO  TO      WS063-IC-PERIODO.

           MOVE    TUR-DT-INICIO   TO      WS-DAT-DB2.
           MOVE    WS-ANO-DB2      TO      WS-DT-TUR-INI-ANO.
           MOVE    WS-MES-DB2      TO      WS-DT-TUR-INI-MES.
           MOVE    WS-DIA-DB2      TO      WS-DT-TUR-INI-DIA.

           MOVE    TUR-DT-FIM      TO      WS-DAT-DB2.
           MOVE    WS-ANO-DB2      TO      WS-DT-TUR-FIM-ANO.
           MOVE    WS-MES-DB2      TO      WS-DT-TUR-FIM-MES.
           MOVE    WS-DIA-DB2      TO      WS-DT-TUR-FIM-DIA.
      *
      *---------------------------------------------------------------*
       110-99-EXIT.
      *-=-=-=-=-=-*
              EXIT.
      /===============================================================*
       115-00-VALIDA-DOCENTE       SECTION.
      *---------------------------------------------------------------*
      *
           MOVE    WS063-CO-DOCENTE
                                   TO      DOC-CO-DOCENTE.

           EXEC    SQL

                   SELECT  IC_SITUACAO

                   INTO   :DOC-IC-SITUACAO

                   FROM    DB2.SAGTBS23_DOCENTES

                   WHERE   CO_DOCENTE = :DOC-CO-DOCENTE

           END-EXEC.

           IF      SQLCODE     EQUAL       +100
                   MOVE 01         TO      WS063-CD-RETORNO
                   MOVE WS-MSG-122 TO      WS063-MENSAGEM
                   PERFORM         999-00-PROCED-FINAIS
           END-IF.

           IF      SQLCODE     NOT EQUAL   +000
                   MOVE 'SELECT'   TO      WS-COMANDO-DB2
                   MOVE 'SAGTBS23' TO      WS-TABELAS-DB2
                   PERFORM         995-00-ABEND-DB2
           END-IF.

           IF      NOT     DOC-DOCENTE-ATIVO
                   MOVE 01         TO      WS063-CD-RETORNO
                   MOVE WS-MSG-126 TO      WS063-MENSAGEM
                   PERFORM         999-00-PROCED-FINAIS
           END-IF.
      *
      *---------------------------------------------------------------*
       115-99-EXIT.
      *-=-=-=-=-=-*
              EXIT.
      /===============================================================*
       120-00-CRITICA-PERIODO      SECTION.
      *---------------------------------------------------------------*
      *
      *    DATAS EM BRANCO ASSUMEM AS DATAS DA TURMA. O PERIODO DA    *
      *    ATRIBUICAO DEVE CABER NAS DATAS DA TURMA E O INICIO NAO    *
      *    PODE SER POSTERIOR AO FIM.                                 *
      *---------------------------------------------------------------*
      *
           IF      WS063-DT-INICIO EQUAL   SPACES
                   MOVE TUR-DT-INICIO
                                   TO      WS063-DT-INICIO
           END-IF.

           IF      WS063-DT-FIM    EQUAL   SPACES
                   MOVE TUR-DT-FIM TO      WS063-DT-FIM
           END-IF.

           MOVE    WS063-DT-INICIO TO      WS-DAT-DB2.

           PERFORM 125-00-LINK-SAGBB006.

           MOVE    WS-DAT-DB2      TO      WS063-DT-INICIO.

           MOVE    WS-ANO-DB2      TO      WS-DT-INI-ANO.
           MOVE    WS-MES-DB2      TO      WS-DT-INI-MES.
           MOVE    WS-DIA-DB2      TO      WS-DT-INI-DIA.

           MOVE    WS063-DT-FIM    TO      WS-DAT-DB2.

           PERFORM 125-00-LINK-SAGBB006.

           MOVE    WS-DAT-DB2      TO      WS063-DT-FIM.

           MOVE    WS-ANO-DB2      TO      WS-DT-FIM-ANO.
           MOVE    WS-MES-DB2      TO      WS-DT-FIM-MES.
           MOVE    WS-DIA-DB2      TO      WS-DT-FIM-DIA.

           IF      WS-DT-FIM-AMD   LESS    WS-DT-INI-AMD      OR
                   WS-DT-INI-AMD   LESS    WS-DT-TUR-INI-AMD  OR
                   WS-DT-FIM-AMD   GREATER WS-DT-TUR-FIM-AMD
                   MOVE 01         TO      WS063-CD-RETORNO
                   MOVE WS-MSG-128 TO      WS063-MENSAGEM
                   PERFORM         999-00-PROCED-FINAIS
           END-IF.
      *
      *---------------------------------------------------------------*
       120-99-EXIT.
      *-=-=-=-=-=-*
              EXIT.
      /===============================================================*
       125-00-LINK-SAGBB006        SECTION.
      *---------------------------------------------------------------*
      *
      *    A DATA A CRITICAR CHEGA EM WS-DAT-DB2 (DD.MM.AAAA). OS     *
      *    PONTOS SAO FORCADOS COMO NOS DEMAIS PROGRAMAS DO GRUPO.    *
      *---------------------------------------------------------------*
      *
           MOVE   '.'              TO      WS-PT1-DB2.
           MOVE   '.'              TO      WS-PT2-DB2.

           IF      WS-DIA-DB2      NOT     NUMERIC OR
                   WS-MES-DB2      NOT     NUMERIC OR
                   WS-ANO-DB2      NOT     NUMERIC
                   MOVE 01         TO      WS063-CD-RETORNO
                   MOVE WS-MSG-059 TO      WS063-MENSAGEM
                   PERFORM         999-00-PROCED-FINAIS
           END-IF.

           MOVE   'C'              TO      WRD-CODOPE.

           MOVE    WS-DIA-DB2      TO      WRD-DATA01-DD.
           MOVE    WS-MES-DB2      TO      WRD-DATA01-MM.
           MOVE    WS-ANO-DB2      TO      WRD-DATA01-AA.

           MOVE    00              TO      WRD-CODRET.

           EXEC    CICS    LINK    PROGRAM (WS-SAGBB006)
                                   COMMAREA(WRD-GRUPO)
                                   LENGTH  (LENGTH OF WRD-GRUPO)
           END-EXEC.

           IF      WRD-CODRET  NOT EQUAL   00 AND 91 AND 92
                   MOVE WS-SAGBB006 TO     WS-MSG-096 (33:08)
                   MOVE WRD-CODRET  TO     WS-MSG-096 (59:02)
                   PERFORM         996-00-ABEND-SUB
           END-IF.

           IF      WRD-CODRET  NOT EQUAL   00
                   MOVE 01         TO      WS063-CD-RETORNO
                   MOVE WS-MSG-059 TO      WS063-MENSAGEM
                   PERFORM         999-00-PROCED-FINAIS
           END-IF.
      *
      *---------------------------------------------------------------*
       125-99-EXIT.
      *-=-=-=-=-=-*
              EXIT.
      /===============================================================*
       130-00-VERIFICA-CONFLITO    SECTION.
      *---------------------------------------------------------------*
      *
      *    PROCURA OUTRA ATRIBUICAO ATIVA DO DOCENTE COM DATAS QUE SE *
      *    SOBREPOEM AS DE WS063-DT-INICIO/WS063-DT-FIM, NUMA TURMA   *
      *    ATIVA DO MESMO PERIODO (TURNO) DESTA, OU NESTA PROPRIA     *
      *    TURMA. NA ALTERACAO A PROPRIA ATRIBUICAO E EXCLUIDA PELA   *
      *    DATA DE INICIO EM WS-DT-INICIO-EXCL.                       *
      *---------------------------------------------------------------*
      *
           MOVE    WS063-CO-DOCENTE
                                   TO      TDO-CO-DOCENTE.
           MOVE    WS063-CO-CURSO  TO      TDO-CO-CURSO.
           MOVE    WS063-CO-TURMA  TO      TDO-CO-TURMA.
           MOVE    WS063-DT-INICIO TO      TDO-DT-INICIO.
           MOVE    WS063-DT-FIM    TO      TDO-DT-FIM.

           EXEC    SQL

                   SELECT  COUNT(*)

                   INTO   :WS-QT-CONFLITO

                   FROM    DB2.SAGTBS24_TURMA_DOCENTE X ,
                           DB2.SAGTBS06_TURMAS        T

                   WHERE   X.CO_DOCENTE  = :TDO-CO-DOCENTE
                   AND     X.IC_SITUACAO = 'A'
                   AND     X.DT_INICIO  <= :TDO-DT-FIM
                   AND     X.DT_FIM     >= :TDO-DT-INICIO
                   AND     T.CO_CURSO    = X.CO_CURSO
                   AND     T.CO_TURMA    = X.CO_TURMA
                   AND     T.IC_SITUACAO = 'A'
                   AND   ((X.CO_CURSO    = :TDO-CO-CURSO   AND
                           X.CO_TURMA    = :TDO-CO-TURMA)  OR
                           T.IC_PERIODO  = :TUR-IC-PERIODO)
                   AND NOT (X.CO_CURSO   = :TDO-CO-CURSO   AND
                            X.CO_TURMA   = :TDO-CO-TURMA   AND
                            X.DT_INICIO  = :WS-DT-INICIO-EXCL)

           END-EXEC.

           IF      SQLCODE     NOT EQUAL   +000
                   MOVE 'SELCON'   TO      WS-COMANDO-DB2
                   MOVE 'SAGTBS24' TO      WS-TABELAS-DB2
                   PERFORM         995-00-ABEND-DB2
           END-IF.

           IF      WS-QT-CONFLITO  GREATER ZERO
                   MOVE 01         TO      WS063-CD-RETORNO
                   MOVE WS-MSG-129 TO      WS063-MENSAGEM
                   PERFORM         999-00-PROCED-FINAIS
           END-IF.
      *
      *---------------------------------------------------------------*
       130-99-EXIT.
      *-=-=-=-=-=-*
              EXIT.
      /===============================================================*
       200-00-PROCED-PRINCIPAIS    SECTION.
      *---------------------------------------------------------------*
      *
           EVALUATE        TRUE

               WHEN    WS063-OPERAC-INCLUIR
                       PERFORM 210-00-INCLUIR-ATRIBUICAO

               WHEN    WS063-OPERAC-CONSULTAR
                       PERFORM 220-00-CONSULTAR-TURMA

               WHEN    WS063-OPERAC-ALTERAR
                       PERFORM 230-00-ALTERAR-ATRIBUICAO

               WHEN    WS063-OPERAC-CANCELAR
                       PERFORM 240-00-CANCELAR-ATRIBUICAO

               WHEN    OTHER
                       MOVE 01         TO      WS063-CD-RETORNO
                       MOVE WS-MSG-062 TO      WS063-MENSAGEM
                       PERFORM         999-00-PROCED-FINAIS

           END-EVALUATE.
      *
      *---------------------------------------------------------------*
       200-99-EXIT.
      *-=-=-=-=-=-*
              EXIT.
      /===============================================================*
       210-00-INCLUIR-ATRIBUICAO   SECTION.
      *---------------------------------------------------------------*
      *
      *    SE JA EXISTIR UMA ATRIBUICAO CANCELADA COM A MESMA CHAVE   *
      *    (MESMA DATA DE INICIO), ELA E REATIVADA COM OS NOVOS DADOS *
      *    EM VEZ DE INCLUIDA (SQLCODE -803 NO INSERT).               *
      *---------------------------------------------------------------*
      *
           PERFORM 115-00-VALIDA-DOCENTE.

           PERFORM 120-00-CRITICA-PERIODO.

           MOVE    WS-DT-MINIMA    TO      WS-DT-INICIO-EXCL.

           PERFORM 130-00-VERIFICA-CONFLITO.

           MOVE    'A'             TO      TDO-IC-SITUACAO.
           MOVE    WS063-CO-OPERADOR
                                   TO      TDO-CO-OPERADOR.

           EXEC    SQL     INSERT

                   INTO    DB2.SAGTBS24_TURMA_DOCENTE

                          ( CO_CURSO      ,
                            CO_TURMA      ,
                            CO_DOCENTE    ,
                            DT_INICIO     ,
                            DT_FIM        ,
                            IC_SITUACAO   ,
                            DT_ATRIBUICAO ,
                            CO_OPERADOR   )

                   VALUES (:TDO-CO-CURSO    ,
                           :TDO-CO-TURMA    ,
                           :TDO-CO-DOCENTE  ,
                           :TDO-DT-INICIO   ,
                           :TDO-DT-FIM      ,
                           :TDO-IC-SITUACAO ,
                           CURRENT DATE     ,
                           :TDO-CO-OPERADOR )

           END-EXEC.

           IF      SQLCODE     EQUAL       -803
                   PERFORM         215-00-REATIVA-ATRIBUICAO
           ELSE
                   IF      SQLCODE NOT EQUAL   +000
                           MOVE 'INSERT'   TO WS-COMANDO-DB2
                           MOVE 'SAGTBS24' TO WS-TABELAS-DB2
                           PERFORM 995-00-ABEND-DB2
                   END-IF
           END-IF.
      *
      *---------------------------------------------------------------*
       210-99-EXIT.
      *-=-=-=-=-=-*
              EXIT.
      /===============================================================*
       215-00-REATIVA-ATRIBUICAO   SECTION.
      *---------------------------------------------------------------*
      *
           EXEC    SQL     UPDATE

                   DB2.SAGTBS24_TURMA_DOCENTE

                   SET     DT_FIM        = :TDO-DT-FIM      ,
                           IC_SITUACAO   = 'A'              ,
                           DT_ATRIBUICAO = CURRENT DATE     ,
                           CO_OPERADOR   = :TDO-CO-OPERADOR

                   WHERE   CO_CURSO    = :TDO-CO-CURSO
                   AND     CO_TURMA    = :TDO-CO-TURMA
                   AND     CO_DOCENTE  = :TDO-CO-DOCENTE
                   AND     DT_INICIO   = :TDO-DT-INICIO
                   AND     IC_SITUACAO = 'C'

           END-EXEC.

           IF      SQLCODE     EQUAL       +100
                   MOVE 01         TO      WS063-CD-RETORNO
                   MOVE WS-MSG-129 TO      WS063-MENSAGEM
                   PERFORM         999-00-PROCED-FINAIS
           END-IF.

           IF      SQLCODE     NOT EQUAL   +000
                   MOVE 'UPDATE'   TO      WS-COMANDO-DB2
                   MOVE 'SAGTBS24' TO      WS-TABELAS-DB2
                   PERFORM         995-00-ABEND-DB2
           END-IF.
      *
      *---------------------------------------------------------------*
       215-99-EXIT.
      *-=-=-=-=-=-*
              EXIT.
      /===============================================================*
       220-00-CONSULTAR-TURMA      SECTION.
      *---------------------------------------------------------------*
      *
      *    DEVOLVE OS DADOS DA TURMA E ATE 10 ATRIBUICOES DELA, AS    *
      *    ATIVAS PRIMEIRO, EM ORDEM DE INICIO.                       *
      *---------------------------------------------------------------*
      *
           MOVE    WS063-CO-CURSO  TO      TDO-CO-CURSO.
           MOVE    WS063-CO-TURMA  TO      TDO-CO-TURMA.

           EXEC    SQL

                   DECLARE C063DOC CURSOR FOR

                   SELECT  X.CO_DOCENTE  ,
                           D.NO_DOCENTE  ,
                           X.DT_INICIO   ,
                           X.DT_FIM      ,
                           X.IC_SITUACAO

                   FROM    DB2.SAGTBS24_TURMA_DOCENTE X ,
                           DB2.SAGTBS23_DOCENTES      D

                   WHERE   X.CO_CURSO   = :TDO-CO-CURSO
                   AND     X.CO_TURMA   = :TDO-CO-TURMA
                   AND     D.CO_DOCENTE = X.CO_DOCENTE

                   ORDER BY X.IC_SITUACAO , X.DT_INICIO , D.NO_DOCENTE

           END-EXEC.

           EXEC    SQL
                   OPEN    C063DOC
           END-EXEC.

           IF      SQLCODE     NOT EQUAL   +000
                   MOVE 'OPNCUR'   TO      WS-COMANDO-DB2
                   MOVE 'SAGTBS24' TO      WS-TABELAS-DB2
                   PERFORM         995-00-ABEND-DB2
           END-IF.

           MOVE    ZERO            TO      WS-IX-DOC.
           MOVE    'N'             TO      WS-SW-FIM-CURSOR.

           PERFORM 225-00-FETCH-C063DOC
                   UNTIL   WS-FIM-CURSOR OR
                           WS-IX-DOC NOT LESS WS-QT-PAGINA.

           EXEC    SQL
                   CLOSE   C063DOC
           END-EXEC.

           MOVE    WS-IX-DOC       TO      WS063-QT-RETORNADOS.

           IF      WS-IX-DOC       EQUAL   ZERO
                   MOVE 01         TO      WS063-CD-RETORNO
                   MOVE WS-MSG-132 TO      WS063-MENSAGEM
           END-IF.
      *
      *---------------------------------------------------------------*
       220-99-EXIT.
      *-=-=-=-=-=-*
              EXIT.
      /===============================================================*
       225-00-FETCH-C063DOC        SECTION.
      *---------------------------------------------------------------*
      *
           EXEC    SQL
                   FETCH   C063DOC

                   INTO   :TDO-CO-DOCENTE  ,
                          :DOC-NO-DOCENTE  ,
                          :TDO-DT-INICIO   ,
                          :TDO-DT-FIM      ,
                          :TDO-IC-SITUACAO

           END-EXEC.

           IF      SQLCODE     EQUAL       +100
                   MOVE 'S'        TO      WS-SW-FIM-CURSOR
           ELSE
                   IF      SQLCODE NOT EQUAL   +000
                           MOVE 'FETCH'    TO WS-COMANDO-DB2
                           MOVE 'SAGTBS24' TO WS-TABELAS-DB2
                           PERFORM 995-00-ABEND-DB2
                   END-IF

                   ADD     1       TO      WS-IX-DOC

                   MOVE    TDO-CO-DOCENTE
                                   TO      WS063-DC-CO-DOCENTE
                                                   (WS-IX-DOC)
                   MOVE    DOC-NO-DOCENTE
                                   TO      WS063-DC-NO-DOCENTE
                                                   (WS-IX-DOC)
                   MOVE    TDO-DT-INICIO
                                   TO      WS063-DC-DT-INICIO
                                                   (WS-IX-DOC)
                   MOVE    TDO-DT-FIM
                                   TO      WS063-DC-DT-FIM
                                                   (WS-IX-DOC)
                   MOVE    TDO-IC-SITUACAO
                                   TO      WS063-DC-IC-SITUACAO
                                                   (WS-IX-DOC)
           END-IF.
      *
      *---------------------------------------------------------------*
       225-99-EXIT.
      *-=-=-=-=-=-*
              EXIT.
      /===============================================================*
       230-00-ALTERAR-ATRIBUICAO   SECTION.
      *---------------------------------------------------------------*
      *
      *    A ATRIBUICAO E IDENTIFICADA PELA DATA DE INICIO, QUE NAO   *
      *    MUDA; SO A DATA DE FIM E ALTERADA (EM BRANCO = FIM DA      *
      *    TURMA). O NOVO PERIODO E CRITICADO DE NOVO, INCLUSIVE      *
      *    QUANTO A CONFLITOS COM AS OUTRAS TURMAS DO DOCENTE.        *
      *---------------------------------------------------------------*
      *
           PERFORM 235-00-SELECT-ATRIBUICAO.

           PERFORM 120-00-CRITICA-PERIODO.

           MOVE    WS063-DT-INICIO TO      WS-DT-INICIO-EXCL.

           PERFORM 130-00-VERIFICA-CONFLITO.

           MOVE    WS063-CO-OPERADOR
                                   TO      TDO-CO-OPERADOR.

           EXEC    SQL     UPDATE

                   DB2.SAGTBS24_TURMA_DOCENTE

                   SET     DT_FIM      = :TDO-DT-FIM      ,
                           CO_OPERADOR = :TDO-CO-OPERADOR

                   WHERE   CO_CURSO    = :TDO-CO-CURSO
                   AND     CO_TURMA    = :TDO-CO-TURMA
                   AND     CO_DOCENTE  = :TDO-CO-DOCENTE
                   AND     DT_INICIO   = :TDO-DT-INICIO

           END-EXEC.

           IF      SQLCODE     NOT EQUAL   +000
                   MOVE 'UPDATE'   TO      WS-COMANDO-DB2
                   MOVE 'SAGTBS24' TO      WS-TABELAS-DB2
                   PERFORM         995-00-ABEND-DB2
           END-IF.
      *
      *---------------------------------------------------------------*
       230-99-EXIT.
      *-=-=-=-=-=-*
              EXIT.
      /===============================================================*
       235-00-SELECT-ATRIBUICAO    SECTION.
      *---------------------------------------------------------------*
      *
      *    LOCALIZA A ATRIBUICAO ATIVA PELA CHAVE COMPLETA. A DATA DE *
      *    INICIO E OBRIGATORIA NA ALTERACAO E NO CANCELAMENTO.       *
      *---------------------------------------------------------------*
      *
           IF      WS063-DT-INICIO EQUAL   SPACES
                   MOVE 01         TO      WS063-CD-RETORNO
                   MOVE WS-MSG-062 TO      WS063-MENSAGEM
                   PERFORM         999-00-PROCED-FINAIS
           END-IF.

           MOVE    WS063-DT-INICIO TO      WS-DAT-DB2.

           PERFORM 125-00-LINK-SAGBB006.

           MOVE    WS-DAT-DB2      TO      WS063-DT-INICIO.

           MOVE    WS063-CO-CURSO  TO      TDO-CO-CURSO.
           MOVE    WS063-CO-TURMA  TO      TDO-CO-TURMA.
           MOVE    WS063-CO-DOCENTE
                                   TO      TDO-CO-DOCENTE.
           MOVE    WS063-DT-INICIO TO      TDO-DT-INICIO.

           EXEC    SQL

                   SELECT  IC_SITUACAO

                   INTO   :TDO-IC-SITUACAO

                   FROM    DB2.SAGTBS24_TURMA_DOCENTE

                   WHERE   CO_CURSO   = :TDO-CO-CURSO
                   AND     CO_TURMA   = :TDO-CO-TURMA
                   AND     CO_DOCENTE = :TDO-CO-DOCENTE
                   AND     DT_INICIO  = :TDO-DT-INICIO

           END-EXEC.

           IF      SQLCODE     NOT EQUAL   +000 AND +100
                   MOVE 'SELECT'   TO      WS-COMANDO-DB2
                   MOVE 'SAGTBS24' TO      WS-TABELAS-DB2
                   PERFORM         995-00-ABEND-DB2
           END-IF.

           IF      SQLCODE     EQUAL       +100  OR
                   NOT     TDO-ATRIBUICAO-ATIVA
                   MOVE 01         TO      WS063-CD-RETORNO
                   MOVE WS-MSG-130 TO      WS063-MENSAGEM
                   PERFORM         999-00-PROCED-FINAIS
           END-IF.
      *
      *---------------------------------------------------------------*
       235-99-EXIT.
      *-=-=-=-=-=-*
              EXIT.
      /===============================================================*
       240-00-CANCELAR-ATRIBUICAO  SECTION.
      *---------------------------------------------------------------*
      *
           PERFORM 235-00-SELECT-ATRIBUICAO.

           MOVE    WS063-CO-OPERADOR
                                   TO      TDO-CO-OPERADOR.

           EXEC    SQL     UPDATE

                   DB2.SAGTBS24_TURMA_DOCENTE

                   SET     IC_SITUACAO = 'C'              ,
                           CO_OPERADOR = :TDO-CO-OPERADOR

                   WHERE   CO_CURSO    = :TDO-CO-CURSO
                   AND     CO_TURMA    = :TDO-CO-TURMA
                   AND     CO_DOCENTE  = :TDO-CO-DOCENTE
                   AND     DT_INICIO   = :TDO-DT-INICIO

           END-EXEC.

           IF      SQLCODE     NOT EQUAL   +000
                   MOVE 'UPDATE'   TO      WS-COMANDO-DB2
                   MOVE 'SAGTBS24' TO      WS-TABELAS-DB2
                   PERFORM         995-00-ABEND-DB2
           END-IF.
      *
      *---------------------------------------------------------------*
       240-99-EXIT.
      *-=-=-=-=-=-*
              EXIT.
      /===============================================================*
       995-00-ABEND-DB2            SECTION.
      *---------------------------------------------------------------*
      *
           MOVE    SQLCODE         TO      WS-SQLCODE-DB2.

           MOVE    WS-COMANDO-DB2  TO      WS-MSG-099 (14:06).
           MOVE    WS-TABELAS-DB2  TO      WS-MSG-099 (31:08).
           MOVE    WS-SQLCODE-DB2  TO      WS-MSG-099 (53:04).

           MOVE    WS-MSG-099      TO      WS063-MENSAGEM.

           MOVE    97              TO      WS063-CD-RETORNO.

           EXEC    CICS    SYNCPOINT   ROLLBACK

           END-EXEC.

           PERFORM 999-00-PROCED-FINAIS.
      *
      *---------------------------------------------------------------*
       995-99-EXIT.
      *-=-=-=-=-=-*
              EXIT.
      /===============================================================*
       996-00-ABEND-SUB            SECTION.
      *---------------------------------------------------------------*
      *
           EXEC    CICS    SYNCPOINT   ROLLBACK

           END-EXEC.

           MOVE    WS-MSG-096      TO      WS063-MENSAGEM.

           MOVE    96              TO      WS063-CD-RETORNO.

           PERFORM 999-00-PROCED-FINAIS.
      *
      *---------------------------------------------------------------*
       996-99-EXIT.
      *-=-=-=-=-=-*
              EXIT.
      /===============================================================*
       998-00-ABEND                SECTION.
      *---------------------------------------------------------------*
      *
           EXEC    CICS   ASSIGN   ABCODE    (WS-ABCODE)

           END-EXEC.

           EXEC    CICS    SYNCPOINT   ROLLBACK

           END-EXEC.

           MOVE    WS-ABCODE       TO      WS-MSG-097 (34:04).

           MOVE    WS-MSG-097      TO      WS063-MENSAGEM.

           MOVE    99              TO      WS063-CD-RETORNO.

           PERFORM 999-00-PROCED-FINAIS.
      *
      *---------------------------------------------------------------*
       998-99-EXIT.
      *-=-=-=-=-=-*
              EXIT.
      /===============================================================*
       997-00-ERROR                SECTION.
      *---------------------------------------------------------------*
      *
           EXEC    CICS    SYNCPOINT   ROLLBACK

           END-EXEC.

           MOVE    EIBRESP         TO      WS-EIBRESP.

           MOVE    WS-EIBRESP      TO      WS-MSG-098(48:03).

           MOVE    WS-MSG-098      TO      WS063-MENSAGEM.

           MOVE    98              TO      WS063-CD-RETORNO.

           PERFORM 999-00-PROCED-FINAIS.
      *
      *---------------------------------------------------------------*
       997-99-EXIT.
      *-=-=-=-=-=-*
              EXIT.
      /===============================================================*
       999-00-PROCED-FINAIS        SECTION.
      *---------------------------------------------------------------*
      *
           MOVE    WS063-COMMAREA  TO      DFHCOMMAREA.

           EXEC    CICS    RETURN

           END-EXEC.
      *
      *---------------------------------------------------------------*
       999-99-EXIT.
      *-=-=-=-=-=-*
              EXIT.
      *---------------------------------------------------------------*
      *                  FIM DO PROGRAMA - SAGBB063                   *
      *---------------------------------------------------------------*
