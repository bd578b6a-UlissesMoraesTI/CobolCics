      *                    COM TRAVA DE DUPLICIDADE E DE ORDEM DA     *
      *                    GRADE NOTURNA                              *
      *                                                               *
      *---------------------------------------------------------------*
      *                                                               *
      *   PROGRAMADOR    : ULISSES & MORAES                           *
      *   ANALISTA       : ULISSES & MORAES                           *
      *   DATA           : 15/10/2026                                 *
      *                                                               *
      *   OBJETIVO       : PRE-REQUISITO DE CURSO (SAGTBS25): O       *
      *                    REGISTRO DE CURSO QUE EXIGE APROVACAO EM   *
      *                    OUTRO CURSO E REJEITADO, COMO NO SAGBB028  *
      *                                                               *
      *===============================================================*

      *===============================================================*
       01          WS-QT-CPF       PIC     S9(009) COMP VALUE ZERO.
       01          WS-QT-MATR      PIC     S9(009) COMP VALUE ZERO.
       01          WS-QT-DIAS-FIM  PIC     S9(009) COMP VALUE ZERO.
       01          WS-QT-PRE-REQ   PIC     S9(009) COMP VALUE ZERO.
       01          WS-QT-LIDOS     PIC     9(007) COMP-3 VALUE ZERO.
       01          WS-QT-ACEITOS   PIC     9(007) COMP-3 VALUE ZERO.
       01          WS-QT-REJEIT    PIC     9(007) COMP-3 VALUE ZERO.
           EXEC    SQL
                   INCLUDE SAGTBS12
           END-EXEC.
      /
           EXEC    SQL
                   INCLUDE SAGTBS25
           END-EXEC.
      *
      *---------------------------------------------------------------*
       01          FILLER          PIC     X(040)  VALUE
                   MOVE WS-MSG-078 TO      WS-MOTIVO-REJEICAO
           END-IF.

           IF      WS-REG-VALIDO
                   PERFORM         118-20-VALIDA-PRE-REQUISITO
           END-IF.

           IF      WS-REG-VALIDO
                   PERFORM         118-10-CONTA-MATR-ATIVAS
           END-IF.
       118-19-EXIT.
      *-=-=-=-=-=-*
              EXIT.
      /===============================================================*
       118-20-VALIDA-PRE-REQUISITO SECTION.
      *---------------------------------------------------------------*
      *
      *    MESMA REGRA DE SAGBB028: O CANDIDATO DA CARGA E ALUNO NOVO *
      *    E NAO TEM APROVACAO EM CURSO ALGUM, ENTAO O CURSO COM      *
      *    PRE-REQUISITO EM SAGTBS25_PRE_REQUISITOS REJEITA O         *
      *    REGISTRO.                                                  *
      *---------------------------------------------------------------*
      *
           MOVE    IMP-CO-CURSO    TO      PRE-CO-CURSO.

           EXEC    SQL

                   SELECT  COUNT(*)

                   INTO   :WS-QT-PRE-REQ

                   FROM    DB2.SAGTBS25_PRE_REQUISITOS

                   WHERE   CO_CURSO = :PRE-CO-CURSO

           END-EXEC.

           IF      SQLCODE     NOT EQUAL   +000
                   MOVE 'SELPRE'   TO      WS-COMANDO-DB2
                   MOVE 'SAGTBS25' TO      WS-TABELAS-DB2
                   PERFORM         995-00-ABEND-DB2
           END-IF.

           IF      WS-QT-PRE-REQ   GREATER ZERO
                   MOVE 'N'        TO      WS-SW-REG-VALIDO
                   MOVE WS-MSG-133 TO      WS-MOTIVO-REJEICAO
           END-IF.
      *
      *---------------------------------------------------------------*
       118-29-EXIT.
      *-=-=-=-=-=-*
              EXIT.
      /===============================================================*
       120-00-CALL-SAGBB006        SECTION.
      *---------------------------------------------------------------*
