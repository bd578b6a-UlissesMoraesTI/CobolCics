      *                    E CADASTRADO E ENTRA NA FILA DE            *
      *                    SAGTBS12_LISTA_ESPERA EM ORDEM DE CHEGADA  *
      *                                                               *
      *---------------------------------------------------------------*
      *                                                               *
      *   PROGRAMADOR    : ULISSES & MORAES                           *
      *   ANALISTA       : ULISSES & MORAES                           *
      *   DATA           : 15/10/2026                                 *
      *                                                               *
      *   OBJETIVO       : PRE-REQUISITO DE CURSO (SAGTBS25): O       *
      *                    CURSO QUE EXIGE APROVACAO EM OUTRO CURSO   *
      *                    NAO ACEITA A MATRICULA DE ALUNO NOVO       *
      *                                                               *
      *===============================================================*

      *===============================================================*
       01          WS-QT-CPF       PIC     S9(009) COMP VALUE ZERO.
       01          WS-QT-MATR      PIC     S9(009) COMP VALUE ZERO.
       01          WS-QT-DIAS-FIM  PIC     S9(009) COMP VALUE ZERO.
       01          WS-QT-PRE-REQ   PIC     S9(009) COMP VALUE ZERO.
       01          WS-IX-TEL       PIC     9(001) COMP VALUE ZERO.
      *
       01          WS-QT-TENTAT-CTL
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
                   PERFORM         999-00-PROCED-FINAIS
           END-IF.

           PERFORM 118-00-VALIDA-PRE-REQUISITO.

           EXEC    SQL

                   SELECT  COUNT(*)
       117-99-EXIT.
      *-=-=-=-=-=-*
              EXIT.
      /===============================================================*
       118-00-VALIDA-PRE-REQUISITO SECTION.
      *---------------------------------------------------------------*
      *
      *    O CURSO COM PRE-REQUISITO (SAGTBS25_PRE_REQUISITOS) EXIGE  *
      *    MATRICULA APROVADA (IC_RESULTADO 'A') DO ALUNO EM CADA     *
      *    CURSO PRE-REQUISITO. O ALUNO INCLUIDO AQUI E NOVO E NAO    *
      *    TEM MATRICULA ALGUMA: BASTA O CURSO TER PRE-REQUISITO      *
      *    PARA A INCLUSAO SER RECUSADA - O APROVADO NO MODULO        *
      *    ANTERIOR CHEGA AO CURSO PELA REMATRICULA (SAGBB064).       *
      *---------------------------------------------------------------*
      *
           MOVE    WS028-CO-CURSO  TO      PRE-CO-CURSO.

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
                   MOVE 01         TO      WS028-CD-RETORNO
                   MOVE WS-MSG-133 TO      WS028-MENSAGEM
                   PERFORM         999-00-PROCED-FINAIS
           END-IF.
      *
      *---------------------------------------------------------------*
       118-99-EXIT.
      *-=-=-=-=-=-*
              EXIT.
      /===============================================================*
       120-00-LINK-SAGBB006        SECTION.
      *---------------------------------------------------------------*
