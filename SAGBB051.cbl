      *                   AVISADO POR UM EVENTO 'V' NA FILA DE        *
      *                   NOTIFICACOES SAGTBS05_NTF_OUTBOX            *
      *                   (ENCAMINHADO PELO SAGBB034). ENTRADA DE     *
      *                   ALUNO INATIVO, JA MATRICULADO NA TURMA OU   *
      *                   SEM APROVACAO NO CURSO PRE-REQUISITO        *
      *                   (SAGTBS25) E CANCELADA ('C') E LISTADA NO   *
      *                   RELATORIO                                   *
      *                                                               *
      *---------------------------------------------------------------*
      *                                                               *
      *   SAGTBS06_TURMAS    SAGTBS06 CATALOGO (VAGAS DA TURMA)        *
      *   SAGTBS12_LISTA_ESPERA                                        *
      *                      SAGTBS12 LISTA DE ESPERA DA TURMA         *
      *   SAGTBS25_PRE_REQUISITOS                                      *
      *                      SAGTBS25 PRE-REQUISITOS DO CURSO          *
      *                                                               *
      *---------------------------------------------------------------*
      *   HISTORICO DE ALTERACOES                                     *
      *                    COM TRAVA DE DUPLICIDADE E DE ORDEM DA     *
      *                    GRADE NOTURNA                              *
      *                                                               *
      *---------------------------------------------------------------*
      *                                                               *
      *   PROGRAMADOR    : ULISSES & MORAES                           *
      *   ANALISTA       : ULISSES & MORAES                           *
      *   DATA           : 15/10/2026                                 *
      *                                                               *
      *   OBJETIVO       : PRE-REQUISITO DE CURSO (SAGTBS25): A       *
      *                    ENTRADA DE ALUNO SEM APROVACAO NO CURSO    *
      *                    PRE-REQUISITO E CANCELADA, SEM PROMOCAO    *
      *                                                               *
      *===============================================================*

      *===============================================================*
                                   PIC     S9(009) COMP  VALUE ZERO.
       01          WS-QT-VAGAS-LIVRES
                                   PIC     S9(009) COMP  VALUE ZERO.
       01          WS-QT-PRE-PENDENTE
                                   PIC     S9(009) COMP  VALUE ZERO.
      *
       01          WS-QT-TENTAT-CTL
                                   PIC     9(001) COMP VALUE ZERO.
           EXEC    SQL
                   INCLUDE SAGTBS12
           END-EXEC.
      /
           EXEC    SQL
                   INCLUDE SAGTBS25
           END-EXEC.
      *
      *---------------------------------------------------------------*
       01          FILLER              PIC     X(040)  VALUE
      *
      *    A ENTRADA DA FILA SO VIRA MATRICULA SE O ALUNO CONTINUA    *
      *    ATIVO E AINDA NAO POSSUI MATRICULA (EM QUALQUER SITUACAO)  *
      *    NA TURMA - A CHAVE DE SAGTBS04 NAO ADMITE SEGUNDA LINHA -  *
      *    E TEM MATRICULA APROVADA EM CADA CURSO PRE-REQUISITO DO    *
      *    CURSO (SAGTBS25_PRE_REQUISITOS). A ENTRADA INVALIDA E      *
      *    CANCELADA ('C') E LISTADA.                                 *
      *---------------------------------------------------------------*
      *
           MOVE    ESP-CO-ALUNO    TO      CO-ALUNO.
                   GO   TO         250-99-EXIT
           END-IF.

           MOVE    TUR-CO-CURSO    TO      PRE-CO-CURSO.

           EXEC    SQL

                   SELECT  COUNT(*)

                   INTO   :WS-QT-PRE-PENDENTE

                   FROM    DB2.SAGTBS25_PRE_REQUISITOS P

                   WHERE   P.CO_CURSO = :PRE-CO-CURSO
                   AND     NOT EXISTS
                          (SELECT 1
                           FROM   DB2.SAGTBS04_MATRICULAS M
                           WHERE  M.CO_ALUNO     = :MAT-CO-ALUNO
                           AND    M.CO_CURSO     = P.CO_CURSO_PRE
                           AND    M.IC_RESULTADO = 'A')

           END-EXEC.

           IF      SQLCODE     NOT EQUAL   +000
                   MOVE 'SELPRE'   TO      WS-COMANDO-DB2
                   MOVE 'SAGTBS25' TO      WS-TABELAS-DB2
                   PERFORM         995-00-ABEND-DB2
           END-IF.

           IF      WS-QT-PRE-PENDENTE
                                   GREATER ZERO
                   MOVE 'CANCELADO - PRE-REQUISITO NAO CUMPRIDO'
                                   TO      WS-DET-SITUACAO
                   PERFORM         255-00-CANCELA-ENTRADA
                   GO   TO         250-99-EXIT
           END-IF.

           PERFORM 260-00-EFETIVA-MATRICULA.
      *
      *---------------------------------------------------------------*
