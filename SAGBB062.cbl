      *===============================================================*
       IDENTIFICATION              DIVISION.
      *---------------------------------------------------------------*
      *
       PROGRAM-ID.                 SAGBB062.
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
      *   PROGRAMA      : SAGBB062                                    *
      *   LINGUAGEM     : COBOL / CICS                                *
      *   PROGRAMADOR   : ULISSES & MORAES                            *
      *   ANALISTA      : ULISSES & MORAES                            *
      *   DATA          : 15/10/2026                                  *
      *                                                               *
      *   OBJETIVO      : MANUTENCAO DO CADASTRO DE DOCENTES          *
      *                   (SAGTBS23_DOCENTES): INCLUSAO, CONSULTA,    *
      *                   ALTERACAO E INATIVACAO, CONFORME O CODIGO   *
      *                   DE OPERACAO DA COMMAREA SAGWS062. O CPF E   *
      *                   CRITICADO PELO SAGBBDIG E E UNICO ENTRE OS  *
      *                   DOCENTES; O OPERADOR VINCULADO AO DOCENTE   *
      *                   (QUEM LANCA AS NOTAS DAS TURMAS DELE NO     *
      *                   SAGBB047) DEVE ESTAR ATIVO EM SAGTBS08 E NAO*
      *                   PODE ESTAR VINCULADO A OUTRO DOCENTE. A     *
      *                   INATIVACAO E RECUSADA ENQUANTO O DOCENTE    *
      *                   TIVER ATRIBUICAO ATIVA EM VIGOR (SAGTBS24). *
      *                   O OPERADOR RESPONSAVEL PELA MANUTENCAO E    *
      *                   VALIDADO COMO NO SAGBB041                   *
      *                                                               *
      *---------------------------------------------------------------*
      *                                                               *
      *   ROTINAS                                                     *
      *                                                               *
      *   NOME             BOOK     DESCRICAO                         *
      *   ---------------- -------- ----------------------------------*
      *   SAGBBDIG         SAGWSDIG DIGITO VERIFICADOR DO CPF         *
      *                                                               *
      *---------------------------------------------------------------*
      *                                                               *
      *   DB2                                                         *
      *                                                               *
      *   NOME               BOOK     DESCRICAO                       *
      *   -----------------  -------- ------------------------------- *
      *   SAGTBS00_CONTROLE  SAGTBS00 CONTADOR DO CODIGO DO DOCENTE   *
      *   SAGTBS06_TURMAS    SAGTBS06 PERIODO DA TURMA ATRIBUIDA      *
      *   SAGTBS08_OPERADORES SAGTBS08 RESPONSAVEL E OPERADOR VINCULADO*
      *   SAGTBS23_DOCENTES  SAGTBS23 CADASTRO DE DOCENTES            *
      *   SAGTBS24_TURMA_DOCENTE                                      *
      *                      SAGTBS24 ATRIBUICOES DO DOCENTE          *
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
              '** INICIO WORKING SAGBB062 **'.
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
       01          WS-QT-CPF       PIC     S9(009) COMP VALUE ZERO.
       01          WS-QT-OPERADOR  PIC     S9(009) COMP VALUE ZERO.
       01          WS-QT-ATRIB     PIC     S9(009) COMP VALUE ZERO.
       01          WS-IX-ATR       PIC     9(002) COMP  VALUE ZERO.
       01          WS-QT-PAGINA    PIC     9(002) COMP  VALUE 10.
      *
       01          WS-QT-TENTAT-CTL
                                   PIC     9(001) COMP VALUE ZERO.
       01          WS-SW-SEQ-OK    PIC     X(001) VALUE 'N'.
         88        WS-SEQ-OK               VALUE 'S'.
      *
       01          WS-SW-FIM-CURSOR
                                   PIC     X(001) VALUE 'N'.
         88        WS-FIM-CURSOR           VALUE 'S'.
      *
      /**-----------------------------------------------------------***
      ***          AREA DE TRATAMENTO DE CPF                        ***
      ***-----------------------------------------------------------***
      *
       01      WS-CPF-11           PIC     9(011) VALUE ZEROS.
       01      FILLER              REDEFINES      WS-CPF-11.
         03    WS-CPF-09           PIC     9(009).
         03    WS-CPF-DG           PIC     9(002).
      *
      /**-----------------------------------------------------------***
      ***      TRATAMENTO DE NULIDADE DE CAMPOS                     ***
      ***-----------------------------------------------------------***
      *
       01     WS-DT-ALTERACAO-NULL PIC    S9(004) COMP.
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
           COPY    SAGWS062.
      *
      /**-----------------------------------------------------------***
      ***          SAGBBDIG - CALCULA DIGITO VERIFICADOR            ***
      ***-----------------------------------------------------------***
      *
       01      WS-SAGBBDIG         PIC     X(008) VALUE 'SAGBBDIG'.
      *
           COPY    SAGWSDIG    REPLACING  ==:RUCWS:==  BY  ==RUCWS==.
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
                   INCLUDE SAGTBS00
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
                  '** FINAL WORKING SAGBB062 **'.
      *---------------------------------------------------------------*
      *
      *---------------------------------------------------------------*
       LINKAGE                     SECTION.
      *---------------------------------------------------------------*
      *
       01          DFHCOMMAREA.
         03        FILLER          PIC     X(001)
                   OCCURS   700  DEPENDING  ON  EIBCALEN.
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

           MOVE    DFHCOMMAREA     TO      WS062-COMMAREA.

           MOVE    00              TO      WS062-CD-RETORNO.

           MOVE    WS-MSG-120      TO      WS062-MENSAGEM.

           MOVE    00              TO      WS062-QT-RETORNADOS.

           INSPECT WS062-CO-OPERADOR-RESP
                                   REPLACING ALL LOW-VALUES BY SPACES.
           INSPECT WS062-CO-OPERADOR-DOC
                                   REPLACING ALL LOW-VALUES BY SPACES.

           PERFORM 105-00-VALIDA-RESPONSAVEL.

           IF      WS062-CO-DOCENTE
                                   NOT     NUMERIC
                   MOVE ZEROS      TO      WS062-CO-DOCENTE
           END-IF.

           IF      WS062-CO-DOCENTE
                                   EQUAL   ZEROS   AND
                   (WS062-OPERAC-ALTERAR   OR
                    WS062-OPERAC-INATIVAR)
                   MOVE 01         TO      WS062-CD-RETORNO
                   MOVE WS-MSG-062 TO      WS062-MENSAGEM
                   PERFORM         999-00-PROCED-FINAIS
           END-IF.

           IF      WS062-OPERAC-INCLUIR    OR
                   WS062-OPERAC-ALTERAR
                   PERFORM         110-00-CRITICA-DADOS
           END-IF.
      *
      *---------------------------------------------------------------*
       100-99-EXIT.
      *-=-=-=-=-=-*
              EXIT.
      /===============================================================*
       105-00-VALIDA-RESPONSAVEL   SECTION.
      *---------------------------------------------------------------*
      *
      *    O OPERADOR RESPONSAVEL PELA MANUTENCAO DEVE ESTAR          *
      *    CADASTRADO, ATIVO E AUTORIZADO: PERMISSAO DE CONSULTA     *
      *    PARA A OPERACAO 'C' E DE ALTERACAO PARA AS DEMAIS.         *
      *---------------------------------------------------------------*
      *
           IF      WS062-CO-OPERADOR-RESP
                                   EQUAL   SPACES
                   MOVE 01         TO      WS062-CD-RETORNO
                   MOVE WS-MSG-083 TO      WS062-MENSAGEM
                   PERFORM         999-00-PROCED-FINAIS
           END-IF.

           MOVE    WS062-CO-OPERADOR-RESP
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
                   MOVE 01         TO      WS062-CD-RETORNO
                   MOVE WS-MSG-083 TO      WS062-MENSAGEM
                   PERFORM         999-00-PROCED-FINAIS
           END-IF.

           IF      SQLCODE     NOT EQUAL   +000
                   MOVE 'SELOPE'   TO      WS-COMANDO-DB2
                   MOVE 'SAGTBS08' TO      WS-TABELAS-DB2
                   PERFORM         995-00-ABEND-DB2
           END-IF.

           IF      NOT     OPE-OPERADOR-ATIVO
                   MOVE 01         TO      WS062-CD-RETORNO
                   MOVE WS-MSG-083 TO      WS062-MENSAGEM
                   PERFORM         999-00-PROCED-FINAIS
           END-IF.

           IF      WS062-OPERAC-CONSULTAR

                   IF      NOT     OPE-PODE-CONSULTAR
                           MOVE 01         TO WS062-CD-RETORNO
                           MOVE WS-MSG-084 TO WS062-MENSAGEM
                           PERFORM         999-00-PROCED-FINAIS
                   END-IF

           ELSE

                   IF      NOT     OPE-PODE-ALTERAR
                           MOVE 01         TO WS062-CD-RETORNO
                           MOVE WS-MSG-084 TO WS062-MENSAGEM
                           PERFORM         999-00-PROCED-FINAIS
                   END-IF

           END-IF.
      *
      *---------------------------------------------------------------*
       105-99-EXIT.
      *-=-=-=-=-=-*
              EXIT.
      /===============================================================*
       110-00-CRITICA-DADOS        SECTION.
      *---------------------------------------------------------------*
      *
      *    NOME, CPF (COM DIGITO VERIFICADOR) E TITULACAO SAO         *
      *    OBRIGATORIOS. A FORMACAO E LIVRE. O OPERADOR VINCULADO E   *
      *    OPCIONAL: SEM ELE O DOCENTE NAO LANCA NOTAS NO SISAG.      *
      *---------------------------------------------------------------*
      *
           INSPECT WS062-NO-DOCENTE
                                   REPLACING ALL LOW-VALUES BY SPACES.
           INSPECT WS062-DS-FORMACAO
                                   REPLACING ALL LOW-VALUES BY SPACES.

           IF      WS062-NO-DOCENTE
                                   EQUAL   SPACES
                   MOVE 01         TO      WS062-CD-RETORNO
                   MOVE WS-MSG-062 TO      WS062-MENSAGEM
                   PERFORM         999-00-PROCED-FINAIS
           END-IF.

           IF      WS062-NU-CPF    NOT     NUMERIC OR
                   WS062-NU-CPF    EQUAL   ZEROS
                   MOVE 01         TO      WS062-CD-RETORNO
                   MOVE WS-MSG-061 TO      WS062-MENSAGEM
                   PERFORM         999-00-PROCED-FINAIS
           END-IF.

           PERFORM 130-00-LINK-SAGBBDIG.

           MOVE    WS062-IC-TITULACAO
                                   TO      DOC-IC-TITULACAO.

           IF      NOT     DOC-TITULACAO-VALIDA
                   MOVE 01         TO      WS062-CD-RETORNO
                   MOVE WS-MSG-124 TO      WS062-MENSAGEM
                   PERFORM         999-00-PROCED-FINAIS
           END-IF.

           IF      WS062-CO-OPERADOR-DOC
                               NOT EQUAL   SPACES
                   PERFORM         115-00-VALIDA-OPERADOR-DOC
           END-IF.
      *
      *---------------------------------------------------------------*
       110-99-EXIT.
      *-=-=-=-=-=-*
              EXIT.
      /===============================================================*
       115-00-VALIDA-OPERADOR-DOC  SECTION.
      *---------------------------------------------------------------*
      *
      *    O OPERADOR VINCULADO AO DOCENTE DEVE ESTAR CADASTRADO E    *
      *    ATIVO EM SAGTBS08 E NAO PODE SER O OPERADOR DE OUTRO       *
      *    DOCENTE (NA INCLUSAO WS062-CO-DOCENTE AINDA E ZERO).       *
      *---------------------------------------------------------------*
      *
           MOVE    WS062-CO-OPERADOR-DOC
                                   TO      OPE-CO-OPERADOR.

           EXEC    SQL

                   SELECT  IC_SITUACAO

                   INTO   :OPE-IC-SITUACAO

                   FROM    DB2.SAGTBS08_OPERADORES

                   WHERE   CO_OPERADOR = :OPE-CO-OPERADOR

           END-EXEC.

           IF      SQLCODE     EQUAL       +100
                   MOVE 01         TO      WS062-CD-RETORNO
                   MOVE WS-MSG-083 TO      WS062-MENSAGEM
                   PERFORM         999-00-PROCED-FINAIS
           END-IF.

           IF      SQLCODE     NOT EQUAL   +000
                   MOVE 'SELOPE'   TO      WS-COMANDO-DB2
                   MOVE 'SAGTBS08' TO      WS-TABELAS-DB2
                   PERFORM         995-00-ABEND-DB2
           END-IF.

           IF      NOT     OPE-OPERADOR-ATIVO
                   MOVE 01         TO      WS062-CD-RETORNO
                   MOVE WS-MSG-083 TO      WS062-MENSAGEM
                   PERFORM         999-00-PROCED-FINAIS
           END-IF.

           MOVE    WS062-CO-OPERADOR-DOC
                                   TO      DOC-CO-OPERADOR.
           MOVE    WS062-CO-DOCENTE
                                   TO      DOC-CO-DOCENTE.

           EXEC    SQL

                   SELECT  COUNT(*)

                   INTO   :WS-QT-OPERADOR

                   FROM    DB2.SAGTBS23_DOCENTES

                   WHERE   CO_OPERADOR  = :DOC-CO-OPERADOR
                   AND     CO_DOCENTE  <> :DOC-CO-DOCENTE

           END-EXEC.

           IF      SQLCODE     NOT EQUAL   +000
                   MOVE 'SELOPE'   TO      WS-COMANDO-DB2
                   MOVE 'SAGTBS23' TO      WS-TABELAS-DB2
                   PERFORM         995-00-ABEND-DB2
           END-IF.

           IF      WS-QT-OPERADOR  GREATER ZERO
                   MOVE 01         TO      WS062-CD-RETORNO
                   MOVE WS-MSG-125 TO      WS062-MENSAGEM
                   PERFORM         999-00-PROCED-FINAIS
           END-IF.
      *
      *---------------------------------------------------------------*
       115-99-EXIT.
      *-=-=-=-=-=-*
              EXIT.
      /===============================================================*
       130-00-LINK-SAGBBDIG        SECTION.
      *---------------------------------------------------------------*
      *
           MOVE    02              TO      RUCWS-ACAO.

           MOVE    WS062-NU-CPF    TO      WS-CPF-11.

           MOVE    WS-CPF-09       TO      RUCWS-NU-CPF.
           MOVE    00              TO      RUCWS-DV-CPF.

           MOVE    00              TO      RUCWS-CODIGO-RETORNO.

           EXEC    CICS    LINK    PROGRAM (WS-SAGBBDIG)
                                   COMMAREA(RUCWSDIG)
                                   LENGTH  (LENGTH OF RUCWSDIG)
           END-EXEC.

           IF      RUCWS-CODIGO-RETORNO
                               NOT EQUAL   00
                   MOVE WS-SAGBBDIG
                                   TO      WS-MSG-096 (33:08)
                   MOVE RUCWS-CODIGO-RETORNO
                                   TO      WS-MSG-096 (59:02)
                   PERFORM         996-00-ABEND-SUB
           END-IF.

           IF      WS-CPF-DG   NOT EQUAL   RUCWS-DV-CPF
                   MOVE 01         TO      WS062-CD-RETORNO
                   MOVE WS-MSG-061 TO      WS062-MENSAGEM
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

               WHEN    WS062-OPERAC-INCLUIR
                       PERFORM 210-00-INCLUIR-DOCENTE

               WHEN    WS062-OPERAC-CONSULTAR
                       PERFORM 220-00-CONSULTAR-DOCENTE

               WHEN    WS062-OPERAC-ALTERAR
                       PERFORM 230-00-ALTERAR-DOCENTE

               WHEN    WS062-OPERAC-INATIVAR
                       PERFORM 240-00-INATIVAR-DOCENTE

               WHEN    OTHER
                       MOVE 01         TO      WS062-CD-RETORNO
                       MOVE WS-MSG-062 TO      WS062-MENSAGEM
                       PERFORM         999-00-PROCED-FINAIS

           END-EVALUATE.
      *
      *---------------------------------------------------------------*
       200-99-EXIT.
      *-=-=-=-=-=-*
              EXIT.
      /===============================================================*
       210-00-INCLUIR-DOCENTE      SECTION.
      *---------------------------------------------------------------*
      *
      *    O CODIGO DO DOCENTE VEM DA CHAVE CO_DOCENTE DE             *
      *    SAGTBS00_CONTROLE E E DEVOLVIDO NA COMMAREA.               *
      *---------------------------------------------------------------*
      *
           MOVE    ZEROS           TO      WS062-CO-DOCENTE.

           PERFORM 215-00-VALIDA-CPF-DUPLIC.

           MOVE    WS00-CH-CO-DOCENTE
                                   TO      NO-CHAVE.

           PERFORM 300-50-OBTEM-SEQUENCIA.

           MOVE    NU-SEQUENCIA    TO      DOC-CO-DOCENTE.

           PERFORM 270-00-MOVE-COMMAREA-DCL.

           MOVE    'A'             TO      DOC-IC-SITUACAO.

           EXEC    SQL     INSERT

                   INTO    DB2.SAGTBS23_DOCENTES

                          ( CO_DOCENTE   ,
                            NU_CPF       ,
                            NO_DOCENTE   ,
                            IC_TITULACAO ,
                            DS_FORMACAO  ,
                            CO_OPERADOR  ,
                            IC_SITUACAO  ,
                            DT_INCLUSAO  )

                   VALUES (:DOC-CO-DOCENTE   ,
                           :DOC-NU-CPF       ,
                           :DOC-NO-DOCENTE   ,
                           :DOC-IC-TITULACAO ,
                           :DOC-DS-FORMACAO  ,
                           :DOC-CO-OPERADOR  ,
                           :DOC-IC-SITUACAO  ,
                           CURRENT DATE      )

           END-EXEC.

           IF      SQLCODE     NOT EQUAL   +000
                   MOVE 'INSERT'   TO      WS-COMANDO-DB2
                   MOVE 'SAGTBS23' TO      WS-TABELAS-DB2
                   PERFORM         995-00-ABEND-DB2
           END-IF.

           MOVE    DOC-CO-DOCENTE  TO      WS062-CO-DOCENTE.
           MOVE    'A'             TO      WS062-IC-SITUACAO.
      *
      *---------------------------------------------------------------*
       210-99-EXIT.
      *-=-=-=-=-=-*
              EXIT.
      /===============================================================*
       215-00-VALIDA-CPF-DUPLIC    SECTION.
      *---------------------------------------------------------------*
      *
      *    O CPF NAO PODE PERTENCER A OUTRO DOCENTE, ATIVO OU NAO (NA *
      *    INCLUSAO WS062-CO-DOCENTE E ZERO E NENHUM DOCENTE E        *
      *    EXCLUIDO DA CONTAGEM).                                     *
      *---------------------------------------------------------------*
      *
           MOVE    WS062-NU-CPF    TO      DOC-NU-CPF.
           MOVE    WS062-CO-DOCENTE
                                   TO      DOC-CO-DOCENTE.

           EXEC    SQL

                   SELECT  COUNT(*)

                   INTO   :WS-QT-CPF

                   FROM    DB2.SAGTBS23_DOCENTES

                   WHERE   NU_CPF      = :DOC-NU-CPF
                   AND     CO_DOCENTE <> :DOC-CO-DOCENTE

           END-EXEC.

           IF      SQLCODE     NOT EQUAL   +000
                   MOVE 'SELCPF'   TO      WS-COMANDO-DB2
                   MOVE 'SAGTBS23' TO      WS-TABELAS-DB2
                   PERFORM         995-00-ABEND-DB2
           END-IF.

           IF      WS-QT-CPF       GREATER ZERO
                   MOVE 01         TO      WS062-CD-RETORNO
                   MOVE WS-MSG-123 TO      WS062-MENSAGEM
                   PERFORM         999-00-PROCED-FINAIS
           END-IF.
      *
      *---------------------------------------------------------------*
       215-99-EXIT.
      *-=-=-=-=-=-*
              EXIT.
      /===============================================================*
       220-00-CONSULTAR-DOCENTE    SECTION.
      *---------------------------------------------------------------*
      *
      *    DEVOLVE O CADASTRO E AS ATRIBUICOES ATIVAS AINDA EM VIGOR  *
      *    (DT_FIM NAO ANTERIOR A HOJE) DO DOCENTE, ATE 10 OCORRENCIAS*
      *    EM ORDEM DE INICIO.                                        *
      *---------------------------------------------------------------*
      *
           PERFORM 225-00-SELECT-SAGTBS23.

           MOVE    DOC-CO-DOCENTE  TO      WS062-CO-DOCENTE.
           MOVE    DOC-NU-CPF      TO      WS062-NU-CPF.
           MOVE    DOC-NO-DOCENTE  TO      WS062-NO-DOCENTE.
           MOVE    DOC-IC-TITULACAO
                                   TO      WS062-IC-TITULACAO.
           MOVE    DOC-DS-FORMACAO TO      WS062-DS-FORMACAO.
           MOVE    DOC-CO-OPERADOR TO      WS062-CO-OPERADOR-DOC.
           MOVE    DOC-IC-SITUACAO TO      WS062-IC-SITUACAO.
           MOVE    DOC-DT-INCLUSAO TO      WS062-DT-INCLUSAO.

           MOVE    DOC-CO-DOCENTE  TO      TDO-CO-DOCENTE.

           EXEC    SQL

                   DECLARE C062ATR CURSOR FOR

                   SELECT  X.CO_CURSO   ,
                           X.CO_TURMA   ,
                           T.IC_PERIODO ,
                           X.DT_INICIO  ,
                           X.DT_FIM

                   FROM    DB2.SAGTBS24_TURMA_DOCENTE X ,
                           DB2.SAGTBS06_TURMAS        T

                   WHERE   X.CO_DOCENTE  = :TDO-CO-DOCENTE
                   AND     X.IC_SITUACAO = 'A'
                   AND     X.DT_FIM     >= CURRENT DATE
                   AND     T.CO_CURSO    = X.CO_CURSO
                   AND     T.CO_TURMA    = X.CO_TURMA

                   ORDER BY X.DT_INICIO , X.CO_CURSO , X.CO_TURMA

           END-EXEC.

           EXEC    SQL
                   OPEN    C062ATR
           END-EXEC.

           IF      SQLCODE     NOT EQUAL   +000
                   MOVE 'OPNCUR'   TO      WS-COMANDO-DB2
                   MOVE 'SAGTBS24' TO      WS-TABELAS-DB2
                   PERFORM         995-00-ABEND-DB2
           END-IF.

           MOVE    ZERO            TO      WS-IX-ATR.
           MOVE    'N'             TO      WS-SW-FIM-CURSOR.

           PERFORM 227-00-FETCH-C062ATR
                   UNTIL   WS-FIM-CURSOR OR
                           WS-IX-ATR NOT LESS WS-QT-PAGINA.

           EXEC    SQL
                   CLOSE   C062ATR
           END-EXEC.

           MOVE    WS-IX-ATR       TO      WS062-QT-RETORNADOS.
      *
      *---------------------------------------------------------------*
       220-99-EXIT.
      *-=-=-=-=-=-*
              EXIT.
      /===============================================================*
       225-00-SELECT-SAGTBS23      SECTION.
      *---------------------------------------------------------------*
      *
      *    LOCALIZA O DOCENTE PELO CODIGO OU, NA CONSULTA COM O       *
      *    CODIGO ZERADO, PELO CPF.                                   *
      *---------------------------------------------------------------*
      *
           MOVE    WS062-CO-DOCENTE
                                   TO      DOC-CO-DOCENTE.

           IF      WS062-CO-DOCENTE
                                   EQUAL   ZEROS

                   IF      WS062-NU-CPF    NOT     NUMERIC OR
                           WS062-NU-CPF    EQUAL   ZEROS
                           MOVE 01         TO WS062-CD-RETORNO
                           MOVE WS-MSG-062 TO WS062-MENSAGEM
                           PERFORM         999-00-PROCED-FINAIS
                   END-IF

                   MOVE    WS062-NU-CPF    TO      DOC-NU-CPF

                   EXEC    SQL

                           SELECT  CO_DOCENTE

                           INTO   :DOC-CO-DOCENTE

                           FROM    DB2.SAGTBS23_DOCENTES

                           WHERE   NU_CPF = :DOC-NU-CPF

                   END-EXEC

                   IF      SQLCODE     EQUAL       +100
                           MOVE 01         TO WS062-CD-RETORNO
                           MOVE WS-MSG-122 TO WS062-MENSAGEM
                           PERFORM         999-00-PROCED-FINAIS
                   END-IF

                   IF      SQLCODE     NOT EQUAL   +000
                           MOVE 'SELCPF'   TO WS-COMANDO-DB2
                           MOVE 'SAGTBS23' TO WS-TABELAS-DB2
                           PERFORM         995-00-ABEND-DB2
                   END-IF

           END-IF.

           EXEC    SQL

                   SELECT  NU_CPF       ,
                           NO_DOCENTE   ,
                           IC_TITULACAO ,
                           DS_FORMACAO  ,
                           CO_OPERADOR  ,
                           IC_SITUACAO  ,
                           DT_INCLUSAO  ,
                           DT_ALTERACAO

                   INTO   :DOC-NU-CPF       ,
                          :DOC-NO-DOCENTE   ,
                          :DOC-IC-TITULACAO ,
                          :DOC-DS-FORMACAO  ,
                          :DOC-CO-OPERADOR  ,
                          :DOC-IC-SITUACAO  ,
                          :DOC-DT-INCLUSAO  ,
                          :DOC-DT-ALTERACAO
                             :WS-DT-ALTERACAO-NULL

                   FROM    DB2.SAGTBS23_DOCENTES

                   WHERE   CO_DOCENTE = :DOC-CO-DOCENTE

           END-EXEC.

           IF      SQLCODE     EQUAL       +100
                   MOVE 01         TO      WS062-CD-RETORNO
                   MOVE WS-MSG-122 TO      WS062-MENSAGEM
                   PERFORM         999-00-PROCED-FINAIS
           END-IF.

           IF      SQLCODE     NOT EQUAL   +000
                   MOVE 'SELECT'   TO      WS-COMANDO-DB2
                   MOVE 'SAGTBS23' TO      WS-TABELAS-DB2
                   PERFORM         995-00-ABEND-DB2
           END-IF.
      *
      *---------------------------------------------------------------*
       225-99-EXIT.
      *-=-=-=-=-=-*
              EXIT.
      /===============================================================*
       227-00-FETCH-C062ATR        SECTION.
      *---------------------------------------------------------------*
      *
           EXEC    SQL
                   FETCH   C062ATR

                   INTO   :TDO-CO-CURSO   ,
                          :TDO-CO-TURMA   ,
                          :TUR-IC-PERIODO ,
                          :TDO-DT-INICIO  ,
                          :TDO-DT-FIM

           END-EXEC.

           IF      SQLCODE     EQUAL       +100
                   MOVE 'S'        TO      WS-SW-FIM-CURSOR
           ELSE
                   IF      SQLCODE NOT EQUAL   +000
                           MOVE 'FETCH'    TO WS-COMANDO-DB2
                           MOVE 'SAGTBS24' TO WS-TABELAS-DB2
                           PERFORM 995-00-ABEND-DB2
                   END-IF

                   ADD     1       TO      WS-IX-ATR

                   MOVE    TDO-CO-CURSO
                                   TO      WS062-AT-CO-CURSO
                                                   (WS-IX-ATR)
                   MOVE    TDO-CO-TURMA
                                   TO      WS062-AT-CO-TURMA
                                                   (WS-IX-ATR)
                   MOVE    TUR-IC-PERIODO
                                   TO      WS062-AT-IC-PERIODO
                                                   (WS-IX-ATR)
                   MOVE    TDO-DT-INICIO
                                   TO      WS062-AT-DT-INICIO
                                                   (WS-IX-ATR)
                   MOVE    TDO-DT-FIM
                                   TO      WS062-AT-DT-FIM
                                                   (WS-IX-ATR)
           END-IF.
      *
      *---------------------------------------------------------------*
       227-99-EXIT.
      *-=-=-=-=-=-*
              EXIT.
      /===============================================================*
       230-00-ALTERAR-DOCENTE      SECTION.
      *---------------------------------------------------------------*
      *
      *    ALTERA OS DADOS CADASTRAIS. WS062-IC-SITUACAO = 'A' SOBRE  *
      *    UM DOCENTE INATIVO O REATIVA; QUALQUER OUTRO VALOR MANTEM  *
      *    A SITUACAO (A INATIVACAO E SO PELA OPERACAO 'E').          *
      *---------------------------------------------------------------*
      *
           PERFORM 225-00-SELECT-SAGTBS23.

           PERFORM 215-00-VALIDA-CPF-DUPLIC.

           IF      WS062-DOCENTE-ATIVO
                   MOVE 'A'        TO      DOC-IC-SITUACAO
           END-IF.

           PERFORM 270-00-MOVE-COMMAREA-DCL.

           EXEC    SQL     UPDATE

                   DB2.SAGTBS23_DOCENTES

                   SET     NU_CPF       = :DOC-NU-CPF       ,
                           NO_DOCENTE   = :DOC-NO-DOCENTE   ,
                           IC_TITULACAO = :DOC-IC-TITULACAO ,
                           DS_FORMACAO  = :DOC-DS-FORMACAO  ,
                           CO_OPERADOR  = :DOC-CO-OPERADOR  ,
                           IC_SITUACAO  = :DOC-IC-SITUACAO  ,
                           DT_ALTERACAO = CURRENT DATE

                   WHERE   CO_DOCENTE = :DOC-CO-DOCENTE

           END-EXEC.

           IF      SQLCODE     NOT EQUAL   +000
                   MOVE 'UPDATE'   TO      WS-COMANDO-DB2
                   MOVE 'SAGTBS23' TO      WS-TABELAS-DB2
                   PERFORM         995-00-ABEND-DB2
           END-IF.

           MOVE    DOC-IC-SITUACAO TO      WS062-IC-SITUACAO.
      *
      *---------------------------------------------------------------*
       230-99-EXIT.
      *-=-=-=-=-=-*
              EXIT.
      /===============================================================*
       240-00-INATIVAR-DOCENTE     SECTION.
      *---------------------------------------------------------------*
      *
      *    O DOCENTE COM ATRIBUICAO ATIVA EM VIGOR (DT_FIM NAO        *
      *    ANTERIOR A HOJE) NUMA TURMA ATIVA NAO E INATIVADO: A       *
      *    ATRIBUICAO DEVE SER ENCERRADA OU CANCELADA ANTES NA        *
      *    TRANSACAO SAGBB063, PARA A TURMA NAO FICAR SEM DOCENTE     *
      *    SEM QUE A COORDENACAO PERCEBA.                             *
      *---------------------------------------------------------------*
      *
           PERFORM 225-00-SELECT-SAGTBS23.

           IF      DOC-DOCENTE-INATIVO
                   MOVE 01         TO      WS062-CD-RETORNO
                   MOVE WS-MSG-126 TO      WS062-MENSAGEM
                   PERFORM         999-00-PROCED-FINAIS
           END-IF.

           MOVE    DOC-CO-DOCENTE  TO      TDO-CO-DOCENTE.

           EXEC    SQL

                   SELECT  COUNT(*)

                   INTO   :WS-QT-ATRIB

                   FROM    DB2.SAGTBS24_TURMA_DOCENTE X ,
                           DB2.SAGTBS06_TURMAS        T

                   WHERE   X.CO_DOCENTE  = :TDO-CO-DOCENTE
                   AND     X.IC_SITUACAO = 'A'
                   AND     X.DT_FIM     >= CURRENT DATE
                   AND     T.CO_CURSO    = X.CO_CURSO
                   AND     T.CO_TURMA    = X.CO_TURMA
                   AND     T.IC_SITUACAO = 'A'

           END-EXEC.

           IF      SQLCODE     NOT EQUAL   +000
                   MOVE 'SELATR'   TO      WS-COMANDO-DB2
                   MOVE 'SAGTBS24' TO      WS-TABELAS-DB2
                   PERFORM         995-00-ABEND-DB2
           END-IF.

           IF      WS-QT-ATRIB     GREATER ZERO
                   MOVE 01         TO      WS062-CD-RETORNO
                   MOVE WS-MSG-127 TO      WS062-MENSAGEM
                   PERFORM         999-00-PROCED-FINAIS
           END-IF.

           EXEC    SQL     UPDATE

                   DB2.SAGTBS23_DOCENTES

                   SET     IC_SITUACAO  = 'I' ,
                           DT_ALTERACAO = CURRENT DATE

                   WHERE   CO_DOCENTE = :DOC-CO-DOCENTE

           END-EXEC.

           IF      SQLCODE     NOT EQUAL   +000
                   MOVE 'UPDATE'   TO      WS-COMANDO-DB2
                   MOVE 'SAGTBS23' TO      WS-TABELAS-DB2
                   PERFORM         995-00-ABEND-DB2
           END-IF.

           MOVE    'I'             TO      WS062-IC-SITUACAO.
      *
      *---------------------------------------------------------------*
       240-99-EXIT.
      *-=-=-=-=-=-*
              EXIT.
      /===============================================================*
       270-00-MOVE-COMMAREA-DCL    SECTION.
      *---------------------------------------------------------------*
      *
           MOVE    WS062-NU-CPF    TO      DOC-NU-CPF.
           MOVE    WS062-NO-DOCENTE
                                   TO      DOC-NO-DOCENTE.
           MOVE    WS062-IC-TITULACAO
                                   TO      DOC-IC-TITULACAO.
           MOVE    WS062-DS-FORMACAO
                                   TO      DOC-DS-FORMACAO.
           MOVE    WS062-CO-OPERADOR-DOC
                                   TO      DOC-CO-OPERADOR.
      *
      *---------------------------------------------------------------*
       270-99-EXIT.
      *-=-=-=-=-=-*
              EXIT.
      /===============================================================*
       300-50-OBTEM-SEQUENCIA      SECTION.
      *---------------------------------------------------------------*
      *
      *    INCREMENTA E LE A LINHA DE SAGTBS00_CONTROLE CUJA CHAVE    *
      *    ESTA EM NO-CHAVE. SE A LINHA AINDA NAO EXISTIR (TABELA     *
      *    RECEM-CRIADA, SEM CARGA INICIAL), A LINHA E SEMEADA COM    *
      *    ZERO (300-70-SEMEAR-CONTROLE) E A OPERACAO E REPETIDA UMA  *
      *    UNICA VEZ.                                                 *
      *---------------------------------------------------------------*
      *
           MOVE    'N'             TO      WS-SW-SEQ-OK.
           MOVE    0               TO      WS-QT-TENTAT-CTL.

           PERFORM 300-60-ATUALIZA-SEQUENCIA
                   UNTIL   WS-SEQ-OK OR WS-QT-TENTAT-CTL GREATER 1.

           IF      NOT     WS-SEQ-OK
                   MOVE 'SELCTL'  TO      WS-COMANDO-DB2
                   MOVE 'SAGTBS00' TO      WS-TABELAS-DB2
                   PERFORM         995-00-ABEND-DB2
           END-IF.
      *
      *---------------------------------------------------------------*
       300-59-EXIT.
      *-=-=-=-=-=-*
              EXIT.
      /===============================================================*
       300-60-ATUALIZA-SEQUENCIA   SECTION.
      *---------------------------------------------------------------*
      *
           ADD     1               TO      WS-QT-TENTAT-CTL.

           EXEC    SQL

                   UPDATE  DB2.SAGTBS00_CONTROLE

                   SET     NU_SEQUENCIA = NU_SEQUENCIA + 1

                   WHERE   NO_CHAVE = :NO-CHAVE

           END-EXEC.

           IF      SQLCODE     NOT EQUAL   +000 AND +100
                   MOVE 'UPDCTL'  TO      WS-COMANDO-DB2
                   MOVE 'SAGTBS00' TO      WS-TABELAS-DB2
                   PERFORM         995-00-ABEND-DB2
           END-IF.

           EXEC    SQL

                   SELECT  NU_SEQUENCIA

                   INTO   :NU-SEQUENCIA

                   FROM    DB2.SAGTBS00_CONTROLE

                   WHERE   NO_CHAVE = :NO-CHAVE

           END-EXEC.

           IF      SQLCODE     EQUAL   +000
                   MOVE    'S'     TO      WS-SW-SEQ-OK
           ELSE
                   IF      SQLCODE EQUAL   +100
                           PERFORM 300-70-SEMEAR-CONTROLE
                   ELSE
                           MOVE 'SELCTL'  TO      WS-COMANDO-DB2
                           MOVE 'SAGTBS00' TO     WS-TABELAS-DB2
                           PERFORM         995-00-ABEND-DB2
                   END-IF
           END-IF.
      *
      *---------------------------------------------------------------*
       300-69-EXIT.
      *-=-=-=-=-=-*
              EXIT.
      /===============================================================*
       300-70-SEMEAR-CONTROLE      SECTION.
      *---------------------------------------------------------------*
      *
      *    PRIMEIRA UTILIZACAO DESTA CHAVE: NAO HA LINHA EM           *
      *    SAGTBS00_CONTROLE AINDA. SEMEIA A LINHA COM NU_SEQUENCIA=0 *
      *    PARA QUE A PROXIMA TENTATIVA DE 300-60 A INCREMENTE PARA 1.*
      *    SE OUTRO TERMINAL JA TIVER SEMEADO A MESMA CHAVE ENTRE A   *
      *    FALHA DO SELECT E ESTE INSERT (SQLCODE -803), A DUPLICATA  *
      *    E IGNORADA E A TENTATIVA SEGUINTE DE 300-60 ENCONTRA A     *
      *    LINHA JA SEMEADA PELO OUTRO TERMINAL.                      *
      *---------------------------------------------------------------*
      *
           EXEC    SQL

                   INSERT  INTO    DB2.SAGTBS00_CONTROLE

                          ( NO_CHAVE    ,
                            NU_SEQUENCIA)

                   VALUES (:NO-CHAVE    ,
                           0            )

           END-EXEC.

           IF      SQLCODE  NOT EQUAL  +000 AND  -803
                   MOVE 'INSCTL'  TO      WS-COMANDO-DB2
                   MOVE 'SAGTBS00' TO     WS-TABELAS-DB2
                   PERFORM         995-00-ABEND-DB2
           END-IF.
      *
      *---------------------------------------------------------------*
       300-79-EXIT.
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

           MOVE    WS-MSG-099      TO      WS062-MENSAGEM.

           MOVE    97              TO      WS062-CD-RETORNO.

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

           MOVE    WS-MSG-096      TO      WS062-MENSAGEM.

           MOVE    96              TO      WS062-CD-RETORNO.

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

           MOVE    WS-MSG-097      TO      WS062-MENSAGEM.

           MOVE    99              TO      WS062-CD-RETORNO.

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

           MOVE    WS-MSG-098      TO      WS062-MENSAGEM.

           MOVE    98              TO      WS062-CD-RETORNO.

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
           MOVE    WS062-COMMAREA  TO      DFHCOMMAREA.

           EXEC    CICS    RETURN

           END-EXEC.
      *
      *---------------------------------------------------------------*
       999-99-EXIT.
      *-=-=-=-=-=-*
              EXIT.
      *---------------------------------------------------------------*
      *                  FIM DO PROGRAMA - SAGBB062                   *
      *---------------------------------------------------------------*
