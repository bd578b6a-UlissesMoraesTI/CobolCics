      *===============================================================*
       IDENTIFICATION              DIVISION.
      *---------------------------------------------------------------*
      *
       PROGRAM-ID.                 SAGBB054.
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
      *   PROGRAMA      : SAGBB054                                    *
      *   LINGUAGEM     : COBOL / CICS                                *
      *   PROGRAMADOR   : ULISSES & MORAES                            *
      *   ANALISTA      : ULISSES & MORAES                            *
      *   DATA          : 15/10/2026                                  *
      *                                                               *
      *   OBJETIVO      : MANUTENCAO DE BOLSAS E DESCONTOS DA         *
      *                   MATRICULA (SAGTBS14_DESCONTOS): INCLUSAO,   *
      *                   CONSULTA, ALTERACAO E CANCELAMENTO. CADA    *
      *                   DESCONTO TEM TIPO, FORMA (PERCENTUAL OU     *
      *                   VALOR FIXO), VIGENCIA POR COMPETENCIA E O   *
      *                   OPERADOR QUE O CONCEDEU. O OPERADOR E       *
      *                   VALIDADO CONTRA SAGTBS08_OPERADORES COM A   *
      *                   PERMISSAO DA OPERACAO PEDIDA. O DESCONTO E  *
      *                   APLICADO NA PROXIMA GERACAO DE MENSALIDADES *
      *                   (SAGBB043); MENSALIDADE JA GERADA NAO E     *
      *                   RECALCULADA                                 *
      *                                                               *
      *---------------------------------------------------------------*
      *                                                               *
      *   ROTINAS                                                     *
      *                                                               *
      *   NOME             BOOK     DESCRICAO                         *
      *   ---------------- -------- ----------------------------------*
      *   XXXXXXXXXXXXXXXX XXXXXXXX XXXXXXXXXXXXXXXXXXXXXXXXXXXXXXXXX *
      *                                                               *
      *---------------------------------------------------------------*
      *                                                               *
      *   DB2                                                         *
      *                                                               *
      *   NOME               BOOK     DESCRICAO                       *
      *   -----------------  -------- ------------------------------- *
      *   SAGTBS04_MATRICULAS SAGTBS04 MATRICULAS DO ALUNO             *
      *   SAGTBS08_OPERADORES SAGTBS08 CADASTRO DE OPERADORES          *
      *   SAGTBS14_DESCONTOS SAGTBS14 BOLSAS/DESCONTOS DA MATRICULA    *
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
              '** INICIO WORKING SAGBB054 **'.
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
       01          WS-QT-MATR      PIC     S9(009) COMP VALUE ZERO.
       01          WS-QT-MATR-ATIVA
                                   PIC     S9(009) COMP VALUE ZERO.
       01          WS-QT-CONFLITO  PIC     S9(009) COMP VALUE ZERO.
       01          WS-IX-DSC       PIC     9(002) COMP  VALUE ZERO.
       01          WS-QT-PAGINA    PIC     9(002) COMP  VALUE 08.
      *
       01          WS-SW-FIM-CURSOR
                                   PIC     X(001) VALUE 'N'.
         88        WS-FIM-CURSOR           VALUE 'S'.
      *
      *    COMPETENCIA (AAAAMM) DA VIGENCIA EM CRITICA                *
      *
       01          WS-NU-COMPET-CRIT
                                   PIC     9(006) VALUE ZEROS.
       01          FILLER          REDEFINES  WS-NU-COMPET-CRIT.
         03        WS-CRIT-ANO     PIC     9(004).
         03        WS-CRIT-MES     PIC     9(002).
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
           COPY    SAGWS054.
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
                   INCLUDE SAGTBS04
           END-EXEC.
      /
           EXEC    SQL
                   INCLUDE SAGTBS08
           END-EXEC.
      /
           EXEC    SQL
                   INCLUDE SAGTBS14
           END-EXEC.
      *
      *---------------------------------------------------------------*
       01          FILLER          PIC     X(040)  VALUE
                  '** FINAL WORKING SAGBB054 **'.
      *---------------------------------------------------------------*
      *
      *---------------------------------------------------------------*
       LINKAGE                     SECTION.
      *---------------------------------------------------------------*
      *
       01          DFHCOMMAREA.
         03        FILLER          PIC     X(001)
                   OCCURS   600  DEPENDING  ON  EIBCALEN.
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

           MOVE    DFHCOMMAREA     TO      WS054-COMMAREA.

           MOVE    00              TO      WS054-CD-RETORNO.

           MOVE    WS-MSG-054      TO      WS054-MENSAGEM.

           PERFORM 105-00-VALIDA-OPERADOR.

           IF      WS054-CO-ALUNO  NOT     NUMERIC OR
                   WS054-CO-ALUNO  EQUAL   ZEROS   OR
                   WS054-CO-CURSO  NOT     NUMERIC OR
                   WS054-CO-CURSO  EQUAL   ZEROS
                   MOVE 01         TO      WS054-CD-RETORNO
                   MOVE WS-MSG-062 TO      WS054-MENSAGEM
                   PERFORM         999-00-PROCED-FINAIS
           END-IF.

           IF      WS054-OPERAC-ALTERAR    OR
                   WS054-OPERAC-CANCELAR
                   IF      WS054-NU-DESCONTO
                                   NOT     NUMERIC OR
                           WS054-NU-DESCONTO
                                   EQUAL   ZEROS
                           MOVE 01         TO WS054-CD-RETORNO
                           MOVE WS-MSG-103 TO WS054-MENSAGEM
                           PERFORM         999-00-PROCED-FINAIS
                   END-IF
           END-IF.

           IF      WS054-OPERAC-INCLUIR    OR
                   WS054-OPERAC-ALTERAR
                   PERFORM         110-00-CRITICA-DESCONTO
           END-IF.
      *
      *---------------------------------------------------------------*
       100-99-EXIT.
      *-=-=-=-=-=-*
              EXIT.
      /===============================================================*
       105-00-VALIDA-OPERADOR      SECTION.
      *---------------------------------------------------------------*
      *
      *    O OPERADOR INFORMADO NA COMMAREA E VALIDADO CONTRA O       *
      *    CADASTRO SAGTBS08_OPERADORES, COMO NAS DEMAIS TRANSACOES   *
      *    DO GRUPO, COM A PERMISSAO PROPRIA DE CADA OPERACAO:        *
      *    INCLUSAO, CONSULTA, ALTERACAO E EXCLUSAO (CANCELAMENTO).   *
      *---------------------------------------------------------------*
      *
           INSPECT WS054-CO-OPERADOR
                                   REPLACING ALL LOW-VALUES BY SPACES.

           IF      WS054-CO-OPERADOR
                                   EQUAL   SPACES
                   MOVE 01         TO      WS054-CD-RETORNO
                   MOVE WS-MSG-083 TO      WS054-MENSAGEM
                   PERFORM         999-00-PROCED-FINAIS
           END-IF.

           MOVE    WS054-CO-OPERADOR
                                   TO      OPE-CO-OPERADOR.

           EXEC    SQL

                   SELECT  IC_SITUACAO       ,
                           IC_PERM_INCLUSAO  ,
                           IC_PERM_CONSULTA  ,
                           IC_PERM_ALTERACAO ,
                           IC_PERM_EXCLUSAO

                   INTO   :OPE-IC-SITUACAO       ,
                          :OPE-IC-PERM-INCLUSAO  ,
                          :OPE-IC-PERM-CONSULTA  ,
                          :OPE-IC-PERM-ALTERACAO ,
                          :OPE-IC-PERM-EXCLUSAO

                   FROM    DB2.SAGTBS08_OPERADORES

                   WHERE   CO_OPERADOR = :OPE-CO-OPERADOR

           END-EXEC.

           IF      SQLCODE     EQUAL       +100
                   MOVE 01         TO      WS054-CD-RETORNO
                   MOVE WS-MSG-083 TO      WS054-MENSAGEM
                   PERFORM         999-00-PROCED-FINAIS
           END-IF.

           IF      SQLCODE     NOT EQUAL   +000
                   MOVE 'SELOPE'   TO      WS-COMANDO-DB2
                   MOVE 'SAGTBS08' TO      WS-TABELAS-DB2
                   PERFORM         995-00-ABEND-DB2
           END-IF.

           IF      NOT     OPE-OPERADOR-ATIVO
                   MOVE 01         TO      WS054-CD-RETORNO
                   MOVE WS-MSG-083 TO      WS054-MENSAGEM
                   PERFORM         999-00-PROCED-FINAIS
           END-IF.

           EVALUATE        TRUE

               WHEN    WS054-OPERAC-INCLUIR
                       IF      NOT     OPE-PODE-INCLUIR
                               MOVE 01         TO WS054-CD-RETORNO
                               MOVE WS-MSG-084 TO WS054-MENSAGEM
                               PERFORM 999-00-PROCED-FINAIS
                       END-IF

               WHEN    WS054-OPERAC-CONSULTAR
                       IF      NOT     OPE-PODE-CONSULTAR
                               MOVE 01         TO WS054-CD-RETORNO
                               MOVE WS-MSG-084 TO WS054-MENSAGEM
                               PERFORM 999-00-PROCED-FINAIS
                       END-IF

               WHEN    WS054-OPERAC-ALTERAR
                       IF      NOT     OPE-PODE-ALTERAR
                               MOVE 01         TO WS054-CD-RETORNO
                               MOVE WS-MSG-084 TO WS054-MENSAGEM
                               PERFORM 999-00-PROCED-FINAIS
                       END-IF

               WHEN    WS054-OPERAC-CANCELAR
                       IF      NOT     OPE-PODE-EXCLUIR
                               MOVE 01         TO WS054-CD-RETORNO
                               MOVE WS-MSG-084 TO WS054-MENSAGEM
                               PERFORM 999-00-PROCED-FINAIS
                       END-IF

               WHEN    OTHER
                       MOVE 01         TO      WS054-CD-RETORNO
                       MOVE WS-MSG-062 TO      WS054-MENSAGEM
                       PERFORM         999-00-PROCED-FINAIS

           END-EVALUATE.
      *
      *---------------------------------------------------------------*
       105-99-EXIT.
      *-=-=-=-=-=-*
              EXIT.
      /===============================================================*
       110-00-CRITICA-DESCONTO     SECTION.
      *---------------------------------------------------------------*
      *
      *    TIPO DO DOMINIO DE SAGTBS14; FORMA 'P' COM PERCENTUAL      *
      *    ENTRE 0,01 E 100,00 OU FORMA 'V' COM VALOR FIXO MAIOR QUE  *
      *    ZERO (O CAMPO DA OUTRA FORMA E ZERADO); VIGENCIA COM       *
      *    COMPETENCIAS AAAAMM VALIDAS E FINAL NAO ANTERIOR A INICIAL.*
      *---------------------------------------------------------------*
      *
           MOVE    WS054-TP-DESCONTO
                                   TO      DSC-TP-DESCONTO.

           IF      NOT     DSC-TIPO-VALIDO
                   MOVE 01         TO      WS054-CD-RETORNO
                   MOVE WS-MSG-100 TO      WS054-MENSAGEM
                   PERFORM         999-00-PROCED-FINAIS
           END-IF.

           MOVE    WS054-IC-FORMA  TO      DSC-IC-FORMA.

           IF      WS054-PC-DESCONTO
                                   NOT     NUMERIC
                   MOVE ZEROS      TO      WS054-PC-DESCONTO
           END-IF.

           IF      WS054-VL-DESCONTO
                                   NOT     NUMERIC
                   MOVE ZEROS      TO      WS054-VL-DESCONTO
           END-IF.

           EVALUATE        TRUE

               WHEN    DSC-FORMA-PERCENTUAL
                       IF      WS054-PC-DESCONTO
                                           EQUAL   ZEROS   OR
                               WS054-PC-DESCONTO
                                           GREATER 100
                               MOVE 01         TO WS054-CD-RETORNO
                               MOVE WS-MSG-101 TO WS054-MENSAGEM
                               PERFORM 999-00-PROCED-FINAIS
                       END-IF
                       MOVE    ZEROS   TO      WS054-VL-DESCONTO

               WHEN    DSC-FORMA-VALOR
                       IF      WS054-VL-DESCONTO
                                           EQUAL   ZEROS
                               MOVE 01         TO WS054-CD-RETORNO
                               MOVE WS-MSG-101 TO WS054-MENSAGEM
                               PERFORM 999-00-PROCED-FINAIS
                       END-IF
                       MOVE    ZEROS   TO      WS054-PC-DESCONTO

               WHEN    OTHER
                       MOVE 01         TO      WS054-CD-RETORNO
                       MOVE WS-MSG-101 TO      WS054-MENSAGEM
                       PERFORM         999-00-PROCED-FINAIS

           END-EVALUATE.

           IF      WS054-NU-COMPET-INICIO
                                   NOT     NUMERIC OR
                   WS054-NU-COMPET-FIM
                                   NOT     NUMERIC
                   MOVE 01         TO      WS054-CD-RETORNO
                   MOVE WS-MSG-102 TO      WS054-MENSAGEM
                   PERFORM         999-00-PROCED-FINAIS
           END-IF.

           MOVE    WS054-NU-COMPET-INICIO
                                   TO      WS-NU-COMPET-CRIT.

           PERFORM 115-00-CRITICA-COMPETENCIA.

           MOVE    WS054-NU-COMPET-FIM
                                   TO      WS-NU-COMPET-CRIT.

           PERFORM 115-00-CRITICA-COMPETENCIA.

           IF      WS054-NU-COMPET-FIM
                                   LESS    WS054-NU-COMPET-INICIO
                   MOVE 01         TO      WS054-CD-RETORNO
                   MOVE WS-MSG-102 TO      WS054-MENSAGEM
                   PERFORM         999-00-PROCED-FINAIS
           END-IF.
      *
      *---------------------------------------------------------------*
       110-99-EXIT.
      *-=-=-=-=-=-*
              EXIT.
      /===============================================================*
       115-00-CRITICA-COMPETENCIA  SECTION.
      *---------------------------------------------------------------*
      *
           IF      WS-CRIT-ANO     NOT GREATER 1900    OR
                   WS-CRIT-MES     EQUAL   ZEROS       OR
                   WS-CRIT-MES     GREATER 12
                   MOVE 01         TO      WS054-CD-RETORNO
                   MOVE WS-MSG-102 TO      WS054-MENSAGEM
                   PERFORM         999-00-PROCED-FINAIS
           END-IF.
      *
      *---------------------------------------------------------------*
       115-99-EXIT.
      *-=-=-=-=-=-*
              EXIT.
      /===============================================================*
       200-00-PROCED-PRINCIPAIS    SECTION.
      *---------------------------------------------------------------*
      *
           MOVE    WS054-CO-ALUNO  TO      DSC-CO-ALUNO.
           MOVE    WS054-CO-CURSO  TO      DSC-CO-CURSO.

           EVALUATE        TRUE

               WHEN    WS054-OPERAC-INCLUIR
                       PERFORM 210-00-INCLUIR-DESCONTO

               WHEN    WS054-OPERAC-CONSULTAR
                       PERFORM 220-00-CONSULTAR-DESCONTOS

               WHEN    WS054-OPERAC-ALTERAR
                       PERFORM 230-00-ALTERAR-DESCONTO

               WHEN    WS054-OPERAC-CANCELAR
                       PERFORM 240-00-CANCELAR-DESCONTO

           END-EVALUATE.
      *
      *---------------------------------------------------------------*
       200-99-EXIT.
      *-=-=-=-=-=-*
              EXIT.
      /===============================================================*
       210-00-INCLUIR-DESCONTO     SECTION.
      *---------------------------------------------------------------*
      *
      *    SO A MATRICULA ATIVA RECEBE DESCONTO. O NUMERO DO DESCONTO *
      *    E SEQUENCIAL DENTRO DA MATRICULA (ALUNO/CURSO) E O         *
      *    OPERADOR DA COMMAREA FICA GRAVADO COMO QUEM CONCEDEU.      *
      *---------------------------------------------------------------*
      *
           PERFORM 250-00-VALIDA-MATRICULA.

           MOVE    ZEROS           TO      DSC-NU-DESCONTO.

           PERFORM 260-00-VERIFICA-CONFLITO.

           EXEC    SQL

                   SELECT  COALESCE(MAX(NU_DESCONTO) , 0) + 1

                   INTO   :DSC-NU-DESCONTO

                   FROM    DB2.SAGTBS14_DESCONTOS

                   WHERE   CO_ALUNO = :DSC-CO-ALUNO
                   AND     CO_CURSO = :DSC-CO-CURSO

           END-EXEC.

           IF      SQLCODE     NOT EQUAL   +000
                   MOVE 'SELMAX'   TO      WS-COMANDO-DB2
                   MOVE 'SAGTBS14' TO      WS-TABELAS-DB2
                   PERFORM         995-00-ABEND-DB2
           END-IF.

           PERFORM 270-00-MOVE-COMMAREA-DCL.

           MOVE    'A'             TO      DSC-IC-SITUACAO.

           EXEC    SQL     INSERT

                   INTO    DB2.SAGTBS14_DESCONTOS

                          ( CO_ALUNO         ,
                            CO_CURSO         ,
                            NU_DESCONTO      ,
                            TP_DESCONTO      ,
                            IC_FORMA         ,
                            PC_DESCONTO      ,
                            VL_DESCONTO      ,
                            NU_COMPET_INICIO ,
                            NU_COMPET_FIM    ,
                            CO_OPERADOR      ,
                            DT_CONCESSAO     ,
                            IC_SITUACAO      )

                   VALUES (:DSC-CO-ALUNO         ,
                           :DSC-CO-CURSO         ,
                           :DSC-NU-DESCONTO      ,
                           :DSC-TP-DESCONTO      ,
                           :DSC-IC-FORMA         ,
                           :DSC-PC-DESCONTO      ,
                           :DSC-VL-DESCONTO      ,
                           :DSC-NU-COMPET-INICIO ,
                           :DSC-NU-COMPET-FIM    ,
                           :DSC-CO-OPERADOR      ,
                           CURRENT DATE          ,
                           :DSC-IC-SITUACAO      )

           END-EXEC.

           IF      SQLCODE     NOT EQUAL   +000
                   MOVE 'INSERT'   TO      WS-COMANDO-DB2
                   MOVE 'SAGTBS14' TO      WS-TABELAS-DB2
                   PERFORM         995-00-ABEND-DB2
           END-IF.

           MOVE    DSC-NU-DESCONTO TO      WS054-NU-DESCONTO.
      *
      *---------------------------------------------------------------*
       210-99-EXIT.
      *-=-=-=-=-=-*
              EXIT.
      /===============================================================*
       220-00-CONSULTAR-DESCONTOS  SECTION.
      *---------------------------------------------------------------*
      *
      *    DEVOLVE OS DESCONTOS DA MATRICULA (TODAS AS SITUACOES),    *
      *    DO MAIS RECENTE PARA O MAIS ANTIGO, ATE O LIMITE DA        *
      *    COMMAREA.                                                  *
      *---------------------------------------------------------------*
      *
           EXEC    SQL

                   DECLARE C054DSC CURSOR FOR

                   SELECT  NU_DESCONTO      , TP_DESCONTO   ,
                           IC_FORMA         , PC_DESCONTO   ,
                           VL_DESCONTO      , NU_COMPET_INICIO ,
                           NU_COMPET_FIM    , CO_OPERADOR   ,
                           DT_CONCESSAO     , IC_SITUACAO

                   FROM    DB2.SAGTBS14_DESCONTOS

                   WHERE   CO_ALUNO = :DSC-CO-ALUNO
                   AND     CO_CURSO = :DSC-CO-CURSO

                   ORDER BY NU_DESCONTO DESC

           END-EXEC.

           EXEC    SQL
                   OPEN    C054DSC
           END-EXEC.

           IF      SQLCODE     NOT EQUAL   +000
                   MOVE 'OPNCUR'   TO      WS-COMANDO-DB2
                   MOVE 'SAGTBS14' TO      WS-TABELAS-DB2
                   PERFORM         995-00-ABEND-DB2
           END-IF.

           MOVE    ZERO            TO      WS-IX-DSC.
           MOVE    'N'             TO      WS-SW-FIM-CURSOR.

           PERFORM 225-00-FETCH-C054DSC
                   UNTIL   WS-FIM-CURSOR OR
                           WS-IX-DSC NOT LESS WS-QT-PAGINA.

           EXEC    SQL
                   CLOSE   C054DSC
           END-EXEC.

           MOVE    WS-IX-DSC       TO      WS054-QT-RETORNADOS.

           IF      WS-IX-DSC       EQUAL   ZERO
                   MOVE 01         TO      WS054-CD-RETORNO
                   MOVE WS-MSG-103 TO      WS054-MENSAGEM
                   PERFORM         999-00-PROCED-FINAIS
           END-IF.
      *
      *---------------------------------------------------------------*
       220-99-EXIT.
      *-=-=-=-=-=-*
              EXIT.
      /===============================================================*
       225-00-FETCH-C054DSC        SECTION.
      *---------------------------------------------------------------*
      *
           EXEC    SQL
                   FETCH   C054DSC

                   INTO   :DSC-NU-DESCONTO      ,
                          :DSC-TP-DESCONTO      ,
                          :DSC-IC-FORMA         ,
                          :DSC-PC-DESCONTO      ,
                          :DSC-VL-DESCONTO      ,
                          :DSC-NU-COMPET-INICIO ,
                          :DSC-NU-COMPET-FIM    ,
                          :DSC-CO-OPERADOR      ,
                          :DSC-DT-CONCESSAO     ,
                          :DSC-IC-SITUACAO

           END-EXEC.

           IF      SQLCODE     EQUAL       +100
                   MOVE 'S'        TO      WS-SW-FIM-CURSOR
           ELSE
                   IF      SQLCODE NOT EQUAL   +000
                           MOVE 'FETCH'    TO WS-COMANDO-DB2
                           MOVE 'SAGTBS14' TO WS-TABELAS-DB2
                           PERFORM 995-00-ABEND-DB2
                   END-IF

                   ADD     1       TO      WS-IX-DSC

                   MOVE    DSC-NU-DESCONTO
                                   TO      WS054-DS-NU-DESCONTO
                                                   (WS-IX-DSC)
                   MOVE    DSC-TP-DESCONTO
                                   TO      WS054-DS-TP-DESCONTO
                                                   (WS-IX-DSC)
                   MOVE    DSC-IC-FORMA
                                   TO      WS054-DS-IC-FORMA
                                                   (WS-IX-DSC)
                   MOVE    DSC-PC-DESCONTO
                                   TO      WS054-DS-PC-DESCONTO
                                                   (WS-IX-DSC)
                   MOVE    DSC-VL-DESCONTO
                                   TO      WS054-DS-VL-DESCONTO
                                                   (WS-IX-DSC)
                   MOVE    DSC-NU-COMPET-INICIO
                                   TO      WS054-DS-COMPET-INICIO
                                                   (WS-IX-DSC)
                   MOVE    DSC-NU-COMPET-FIM
                                   TO      WS054-DS-COMPET-FIM
                                                   (WS-IX-DSC)
                   MOVE    DSC-CO-OPERADOR
                                   TO      WS054-DS-CO-OPERADOR
                                                   (WS-IX-DSC)
                   MOVE    DSC-DT-CONCESSAO
                                   TO      WS054-DS-DT-CONCESSAO
                                                   (WS-IX-DSC)
                   MOVE    DSC-IC-SITUACAO
                                   TO      WS054-DS-IC-SITUACAO
                                                   (WS-IX-DSC)
           END-IF.
      *
      *---------------------------------------------------------------*
       225-99-EXIT.
      *-=-=-=-=-=-*
              EXIT.
      /===============================================================*
       230-00-ALTERAR-DESCONTO     SECTION.
      *---------------------------------------------------------------*
      *
      *    SO O DESCONTO ATIVO PODE SER ALTERADO. A ALTERACAO EQUIVALE*
      *    A UMA NOVA CONCESSAO: O OPERADOR E A DATA DA CONCESSAO     *
      *    PASSAM A SER OS DA ALTERACAO.                              *
      *---------------------------------------------------------------*
      *
           MOVE    WS054-NU-DESCONTO
                                   TO      DSC-NU-DESCONTO.

           PERFORM 235-00-SELECT-DESCONTO-ATIVO.

           PERFORM 260-00-VERIFICA-CONFLITO.

           PERFORM 270-00-MOVE-COMMAREA-DCL.

           EXEC    SQL     UPDATE

                   DB2.SAGTBS14_DESCONTOS

                   SET     TP_DESCONTO      = :DSC-TP-DESCONTO      ,
                           IC_FORMA         = :DSC-IC-FORMA         ,
                           PC_DESCONTO      = :DSC-PC-DESCONTO      ,
                           VL_DESCONTO      = :DSC-VL-DESCONTO      ,
                           NU_COMPET_INICIO = :DSC-NU-COMPET-INICIO ,
                           NU_COMPET_FIM    = :DSC-NU-COMPET-FIM    ,
                           CO_OPERADOR      = :DSC-CO-OPERADOR      ,
                           DT_CONCESSAO     = CURRENT DATE

                   WHERE   CO_ALUNO    = :DSC-CO-ALUNO
                   AND     CO_CURSO    = :DSC-CO-CURSO
                   AND     NU_DESCONTO = :DSC-NU-DESCONTO

           END-EXEC.

           IF      SQLCODE     NOT EQUAL   +000
                   MOVE 'UPDATE'   TO      WS-COMANDO-DB2
                   MOVE 'SAGTBS14' TO      WS-TABELAS-DB2
                   PERFORM         995-00-ABEND-DB2
           END-IF.
      *
      *---------------------------------------------------------------*
       230-99-EXIT.
      *-=-=-=-=-=-*
              EXIT.
      /===============================================================*
       235-00-SELECT-DESCONTO-ATIVO
                                   SECTION.
      *---------------------------------------------------------------*
      *
           EXEC    SQL

                   SELECT  IC_SITUACAO

                   INTO   :DSC-IC-SITUACAO

                   FROM    DB2.SAGTBS14_DESCONTOS

                   WHERE   CO_ALUNO    = :DSC-CO-ALUNO
                   AND     CO_CURSO    = :DSC-CO-CURSO
                   AND     NU_DESCONTO = :DSC-NU-DESCONTO

           END-EXEC.

           IF      SQLCODE     EQUAL       +100
                   MOVE 01         TO      WS054-CD-RETORNO
                   MOVE WS-MSG-103 TO      WS054-MENSAGEM
                   PERFORM         999-00-PROCED-FINAIS
           END-IF.

           IF      SQLCODE     NOT EQUAL   +000
                   MOVE 'SELECT'   TO      WS-COMANDO-DB2
                   MOVE 'SAGTBS14' TO      WS-TABELAS-DB2
                   PERFORM         995-00-ABEND-DB2
           END-IF.

           IF      NOT     DSC-DESCONTO-ATIVO
                   MOVE 01         TO      WS054-CD-RETORNO
                   MOVE WS-MSG-103 TO      WS054-MENSAGEM
                   PERFORM         999-00-PROCED-FINAIS
           END-IF.
      *
      *---------------------------------------------------------------*
       235-99-EXIT.
      *-=-=-=-=-=-*
              EXIT.
      /===============================================================*
       240-00-CANCELAR-DESCONTO    SECTION.
      *---------------------------------------------------------------*
      *
      *    O DESCONTO CANCELADO DEIXA DE SER APLICADO A PARTIR DA     *
      *    PROXIMA GERACAO; A LINHA E MANTIDA PARA CONSULTA.          *
      *---------------------------------------------------------------*
      *
           MOVE    WS054-NU-DESCONTO
                                   TO      DSC-NU-DESCONTO.

           PERFORM 235-00-SELECT-DESCONTO-ATIVO.

           EXEC    SQL     UPDATE

                   DB2.SAGTBS14_DESCONTOS

                   SET     IC_SITUACAO = 'C'

                   WHERE   CO_ALUNO    = :DSC-CO-ALUNO
                   AND     CO_CURSO    = :DSC-CO-CURSO
                   AND     NU_DESCONTO = :DSC-NU-DESCONTO

           END-EXEC.

           IF      SQLCODE     NOT EQUAL   +000
                   MOVE 'UPDATE'   TO      WS-COMANDO-DB2
                   MOVE 'SAGTBS14' TO      WS-TABELAS-DB2
                   PERFORM         995-00-ABEND-DB2
           END-IF.
      *
      *---------------------------------------------------------------*
       240-99-EXIT.
      *-=-=-=-=-=-*
              EXIT.
      /===============================================================*
       250-00-VALIDA-MATRICULA     SECTION.
      *---------------------------------------------------------------*
      *
      *    O ALUNO PRECISA TER MATRICULA NO CURSO, E ELA PRECISA      *
      *    ESTAR ATIVA.                                               *
      *---------------------------------------------------------------*
      *
           MOVE    WS054-CO-ALUNO  TO      MAT-CO-ALUNO.
           MOVE    WS054-CO-CURSO  TO      MAT-CO-CURSO.

           EXEC    SQL

                   SELECT  COUNT(*) ,
                           COALESCE(SUM(CASE WHEN IC_SITUACAO = 'A'
                                             THEN 1 ELSE 0 END) , 0)

                   INTO   :WS-QT-MATR ,
                          :WS-QT-MATR-ATIVA

                   FROM    DB2.SAGTBS04_MATRICULAS

                   WHERE   CO_ALUNO = :MAT-CO-ALUNO
                   AND     CO_CURSO = :MAT-CO-CURSO

           END-EXEC.

           IF      SQLCODE     NOT EQUAL   +000
                   MOVE 'SELMAT'   TO      WS-COMANDO-DB2
                   MOVE 'SAGTBS04' TO      WS-TABELAS-DB2
                   PERFORM         995-00-ABEND-DB2
           END-IF.

           IF      WS-QT-MATR      EQUAL   ZERO
                   MOVE 01         TO      WS054-CD-RETORNO
                   MOVE WS-MSG-086 TO      WS054-MENSAGEM
                   PERFORM         999-00-PROCED-FINAIS
           END-IF.

           IF      WS-QT-MATR-ATIVA
                                   EQUAL   ZERO
                   MOVE 01         TO      WS054-CD-RETORNO
                   MOVE WS-MSG-087 TO      WS054-MENSAGEM
                   PERFORM         999-00-PROCED-FINAIS
           END-IF.
      *
      *---------------------------------------------------------------*
       250-99-EXIT.
      *-=-=-=-=-=-*
              EXIT.
      /===============================================================*
       260-00-VERIFICA-CONFLITO    SECTION.
      *---------------------------------------------------------------*
      *
      *    NAO PODE HAVER DOIS DESCONTOS ATIVOS DO MESMO TIPO COM     *
      *    VIGENCIAS QUE SE SOBREPOEM NA MESMA MATRICULA (NA          *
      *    ALTERACAO O PROPRIO DESCONTO, DSC-NU-DESCONTO, E           *
      *    DESCONSIDERADO). TIPOS DIFERENTES SE ACUMULAM.             *
      *---------------------------------------------------------------*
      *
           MOVE    WS054-TP-DESCONTO
                                   TO      DSC-TP-DESCONTO.
           MOVE    WS054-NU-COMPET-INICIO
                                   TO      DSC-NU-COMPET-INICIO.
           MOVE    WS054-NU-COMPET-FIM
                                   TO      DSC-NU-COMPET-FIM.

           EXEC    SQL

                   SELECT  COUNT(*)

                   INTO   :WS-QT-CONFLITO

                   FROM    DB2.SAGTBS14_DESCONTOS

                   WHERE   CO_ALUNO         = :DSC-CO-ALUNO
                   AND     CO_CURSO         = :DSC-CO-CURSO
                   AND     NU_DESCONTO     <> :DSC-NU-DESCONTO
                   AND     TP_DESCONTO      = :DSC-TP-DESCONTO
                   AND     IC_SITUACAO      = 'A'
                   AND     NU_COMPET_INICIO <= :DSC-NU-COMPET-FIM
                   AND     NU_COMPET_FIM    >= :DSC-NU-COMPET-INICIO

           END-EXEC.

           IF      SQLCODE     NOT EQUAL   +000
                   MOVE 'SELCNF'   TO      WS-COMANDO-DB2
                   MOVE 'SAGTBS14' TO      WS-TABELAS-DB2
                   PERFORM         995-00-ABEND-DB2
           END-IF.

           IF      WS-QT-CONFLITO  GREATER ZERO
                   MOVE 01         TO      WS054-CD-RETORNO
                   MOVE WS-MSG-104 TO      WS054-MENSAGEM
                   PERFORM         999-00-PROCED-FINAIS
           END-IF.
      *
      *---------------------------------------------------------------*
       260-99-EXIT.
      *-=-=-=-=-=-*
              EXIT.
      /===============================================================*
       270-00-MOVE-COMMAREA-DCL    SECTION.
      *---------------------------------------------------------------*
      *
           MOVE    WS054-TP-DESCONTO
                                   TO      DSC-TP-DESCONTO.
           MOVE    WS054-IC-FORMA  TO      DSC-IC-FORMA.
           MOVE    WS054-PC-DESCONTO
                                   TO      DSC-PC-DESCONTO.
           MOVE    WS054-VL-DESCONTO
                                   TO      DSC-VL-DESCONTO.
           MOVE    WS054-NU-COMPET-INICIO
                                   TO      DSC-NU-COMPET-INICIO.
           MOVE    WS054-NU-COMPET-FIM
                                   TO      DSC-NU-COMPET-FIM.
           MOVE    WS054-CO-OPERADOR
                                   TO      DSC-CO-OPERADOR.
      *
      *---------------------------------------------------------------*
       270-99-EXIT.
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

           MOVE    WS-MSG-099      TO      WS054-MENSAGEM.

           MOVE    97              TO      WS054-CD-RETORNO.

           EXEC    CICS    SYNCPOINT   ROLLBACK

           END-EXEC.

           PERFORM 999-00-PROCED-FINAIS.
      *
      *---------------------------------------------------------------*
       995-99-EXIT.
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

           MOVE    WS-MSG-097      TO      WS054-MENSAGEM.

           MOVE    99              TO      WS054-CD-RETORNO.

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

           MOVE    WS-MSG-098      TO      WS054-MENSAGEM.

           MOVE    98              TO      WS054-CD-RETORNO.

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
           MOVE    WS054-COMMAREA  TO      DFHCOMMAREA.

           EXEC    CICS    RETURN

           END-EXEC.
      *
      *---------------------------------------------------------------*
       999-99-EXIT.
      *-=-=-=-=-=-*
              EXIT.
      *---------------------------------------------------------------*
      *                  FIM DO PROGRAMA - SAGBB054                   *
      *---------------------------------------------------------------*
