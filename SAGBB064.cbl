      *===============================================================*
       IDENTIFICATION              DIVISION.
      *---------------------------------------------------------------*
      *
       PROGRAM-ID.                 SAGBB064.
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
      *   PROGRAMA      : SAGBB064                                    *
      *   LINGUAGEM     : COBOL / DB2 (BATCH)                         *
      *   PROGRAMADOR   : ULISSES & MORAES                            *
      *   ANALISTA      : ULISSES & MORAES                            *
      *   DATA          : 15/10/2026                                  *
      *                                                               *
      *   OBJETIVO      : REMATRICULA AUTOMATICA NO MODULO SEGUINTE:  *
      *                   RODA NA GRADE NOTURNA DEPOIS DO             *
      *                   ENCERRAMENTO DE TURMAS (SAGBB049). CADA     *
      *                   TURMA ENCERRADA ('E') AINDA NAO TRATADA     *
      *                   (DT_REMATRICULA NULA) E COM RESULTADO JA    *
      *                   APURADO PELO SAGBB048 TEM SEUS ALUNOS       *
      *                   APROVADOS ('A') LEVADOS A CADA CURSO        *
      *                   SEGUINTE DE SAGTBS25_PRE_REQUISITOS         *
      *                   (IC_REMATRICULA 'S'): NA TURMA ABERTA DO    *
      *                   MODULO SEGUINTE (ATIVA E AINDA NAO          *
      *                   INICIADA, DE PREFERENCIA NO MESMO PERIODO)  *
      *                   A MATRICULA E EFETIVADA QUANDO HA VAGA E,   *
      *                   COM A TURMA LOTADA, O ALUNO ENTRA NA LISTA  *
      *                   DE ESPERA (SAGTBS12), PROMOVIDA DEPOIS PELO *
      *                   SAGBB051. O ALUNO E AVISADO PELA FILA DE    *
      *                   NOTIFICACOES SAGTBS05_NTF_OUTBOX (EVENTO    *
      *                   'R' OU 'L'). O RELATORIO LISTA QUEM FOI     *
      *                   REMATRICULADO E QUEM FICOU RETIDO, COM O    *
      *                   MOTIVO. O CARTAO SYSIN OPCIONAL INFORMA UMA *
      *                   TURMA ENCERRADA A (RE)PROCESSAR.            *
      *                                                               *
      *---------------------------------------------------------------*
      *                                                               *
      *   ARQUIVOS                                                    *
      *                                                                *
      *   NOME       DD         DESCRICAO                              *
      *   ---------- ---------- --------------------------------------*
      *   RELATORIO  SAGRPT01   RELATORIO DA REMATRICULA               *
      *   (SYSIN)    SYSIN      CARTAO OPCIONAL: CURSO (1-5) E TURMA   *
      *                         (7-11) DE UMA TURMA ENCERRADA. EM     *
      *                         BRANCO TRATA AS TURMAS PENDENTES      *
      *                                                               *
      *---------------------------------------------------------------*
      *                                                               *
      *   DB2                                                         *
      *                                                               *
      *   NOME               BOOK     DESCRICAO                       *
      *   -----------------  -------- ------------------------------- *
      *   SAGTBS00_CONTROLE  SAGTBS00 CONTADOR DE NOTIFICACAO          *
      *   SAGTBS01_ALUNOS    SAGTBS01 CADASTRO DE ALUNOS               *
      *   SAGTBS04_MATRICULAS SAGTBS04 MATRICULAS (RESULTADO/INCLUSAO) *
      *   SAGTBS05_NTF_OUTBOX SAGTBS05 FILA DE NOTIFICACAO             *
      *   SAGTBS06_TURMAS    SAGTBS06 CATALOGO (TURMAS E VAGAS)        *
      *   SAGTBS12_LISTA_ESPERA                                        *
      *                      SAGTBS12 LISTA DE ESPERA DA TURMA         *
      *   SAGTBS25_PRE_REQUISITOS                                      *
      *                      SAGTBS25 PRE-REQUISITOS DO CURSO          *
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
       SPECIAL-NAMES.              DECIMAL-POINT   IS   COMMA
                                   SYSIN           IS   CARTAO-PARM.
      *---------------------------------------------------------------*
       INPUT-OUTPUT                SECTION.
      *---------------------------------------------------------------*
       FILE-CONTROL.
      *
           SELECT  RELATORIO       ASSIGN  TO      SAGRPT01
                                   ORGANIZATION    IS SEQUENTIAL.
      *---------------------------------------------------------------*

      *===============================================================*
       DATA                        DIVISION.
      *---------------------------------------------------------------*
       FILE                        SECTION.
      *---------------------------------------------------------------*
      *
       FD      RELATORIO
               RECORDING MODE      IS      F.
      *
       01      REL-REGISTRO        PIC     X(133).
      *---------------------------------------------------------------*

      *---------------------------------------------------------------*
       WORKING-STORAGE             SECTION.
      *---------------------------------------------------------------*
      *
       01      FILLER              PIC     X(040)  VALUE
              '** INICIO WORKING SAGBB064 **'.
      *
      /**-----------------------------------------------------------***
      ***      AREA DE TRATAMENTO DE VARIAVEIS                      ***
      ***-----------------------------------------------------------***
      *
       01          WS-COMANDO-DB2  PIC     X(006) VALUE SPACES.
       01          WS-TABELAS-DB2  PIC     X(008) VALUE SPACES.
       01          WS-SQLCODE-DB2  PIC     +++9.
      *
       01          WS-QT-TURMAS    PIC     9(007) COMP-3 VALUE ZERO.
       01          WS-QT-ALUNOS    PIC     9(007) COMP-3 VALUE ZERO.
       01          WS-QT-REMATRIC  PIC     9(007) COMP-3 VALUE ZERO.
       01          WS-QT-ESPERA    PIC     9(007) COMP-3 VALUE ZERO.
       01          WS-QT-RETIDOS   PIC     9(007) COMP-3 VALUE ZERO.
       01          WS-QT-SEM-ACAO  PIC     9(007) COMP-3 VALUE ZERO.
       01          WS-QT-GRAVADOS  PIC     9(007) COMP-3 VALUE ZERO.
       01          WS-NU-LINHA     PIC     9(002) COMP-3 VALUE 99.
       01          WS-NU-PAGINA    PIC     9(003) COMP-3 VALUE ZERO.
      *
       01          WS-QT-MODULOS   PIC     S9(009) COMP  VALUE ZERO.
       01          WS-QT-MATR      PIC     S9(009) COMP  VALUE ZERO.
       01          WS-QT-MATR-ALUNO
                                   PIC     S9(009) COMP  VALUE ZERO.
       01          WS-QT-PRE-PENDENTE
                                   PIC     S9(009) COMP  VALUE ZERO.
       01          WS-QT-SEQ-ESP   PIC     S9(009) COMP  VALUE ZERO.
      *
      *    TURMA ENCERRADA EM TRATAMENTO (ORIGEM) E TURMA DO MODULO   *
      *    SEGUINTE (DESTINO) - OS ITENS TUR- SAO REUTILIZADOS NA     *
      *    BUSCA DO DESTINO                                           *
      *
       01          WS-CO-CURSO-ORIG
                                   PIC     S9(009) COMP  VALUE ZERO.
       01          WS-CO-TURMA-ORIG
                                   PIC     S9(009) COMP  VALUE ZERO.
       01          WS-IC-PERIODO-ORIG
                                   PIC     X(001) VALUE SPACE.
       01          WS-CO-CURSO-DEST
                                   PIC     S9(009) COMP  VALUE ZERO.
       01          WS-CO-TURMA-DEST
                                   PIC     S9(009) COMP  VALUE ZERO.
      *
       01          WS-QT-TENTAT-CTL
                                   PIC     9(001) COMP VALUE ZERO.
       01          WS-SW-SEQ-OK    PIC     X(001) VALUE 'N'.
         88        WS-SEQ-OK               VALUE 'S'.
      *
       01          WS-SW-FIM-TURMA PIC     X(001) VALUE 'N'.
         88        WS-FIM-TURMAS           VALUE 'S'.
      *
       01          WS-SW-FIM-MATR  PIC     X(001) VALUE 'N'.
         88        WS-FIM-MATRICULAS       VALUE 'S'.
      *
       01          WS-SW-FIM-MODULO
                                   PIC     X(001) VALUE 'N'.
         88        WS-FIM-MODULOS          VALUE 'S'.
      *
       01          WS-SW-DESTINO   PIC     X(001) VALUE 'L'.
         88        WS-DESTINO-LIVRE        VALUE 'L'.
         88        WS-DESTINO-SEM-ACAO     VALUE 'S'.
         88        WS-DESTINO-RETIDO       VALUE 'R'.
      *
      /**-----------------------------------------------------------***
      ***      TRATAMENTO DE NULIDADE DE CAMPOS                     ***
      ***-----------------------------------------------------------***
      *
       01     WS-NO-E-MAIL-NULL    PIC    S9(004) COMP.
       01     WS-IC-RESULTADO-NULL PIC    S9(004) COMP.
      *
      /**-----------------------------------------------------------***
      ***      AREA DO CARTAO DE PARAMETRO (TURMA OPCIONAL)         ***
      ***-----------------------------------------------------------***
      *
       01          WS-PARM-SYSIN.
           03      WS-PRM-CO-CURSO PIC     9(005).
           03      FILLER          PIC     X(001).
           03      WS-PRM-CO-TURMA PIC     9(005).
           03      FILLER          PIC     X(069).
      *
       01          WS-CO-CURSO-PARM
                                   PIC     S9(009) COMP  VALUE ZERO.
       01          WS-CO-TURMA-PARM
                                   PIC     S9(009) COMP  VALUE ZERO.
      *
      /**-----------------------------------------------------------***
      ***      LINHAS DE IMPRESSAO DO RELATORIO                     ***
      ***-----------------------------------------------------------***
      *
       01          WS-CAB-01.
           03      FILLER          PIC     X(001) VALUE '1'.
           03      FILLER          PIC     X(017) VALUE
                  'SISAG - SAGBB064'.
           03      FILLER          PIC     X(050) VALUE
                  'REMATRICULA AUTOMATICA NO MODULO SEGUINTE'.
           03      FILLER          PIC     X(007) VALUE
                  '  PAG. '.
           03      WS-CAB-01-PAG   PIC     ZZ9.
      *
       01          WS-CAB-02.
           03      FILLER          PIC     X(001) VALUE ' '.
           03      FILLER          PIC     X(132) VALUE ALL '-'.
      *
       01          WS-CAB-03.
           03      FILLER          PIC     X(001) VALUE ' '.
           03      FILLER          PIC     X(007) VALUE 'CURSO  '.
           03      FILLER          PIC     X(007) VALUE 'TURMA  '.
           03      FILLER          PIC     X(011) VALUE 'ALUNO      '.
           03      FILLER          PIC     X(031) VALUE
                  'NOME DO ALUNO                  '.
           03      FILLER          PIC     X(014) VALUE
                  'MODULO SEGUINT'.
           03      FILLER          PIC     X(045) VALUE
                  'SITUACAO'.
      *
       01          WS-CAB-04.
           03      FILLER          PIC     X(001) VALUE ' '.
           03      FILLER          PIC     X(056) VALUE SPACES.
           03      FILLER          PIC     X(014) VALUE
                  'CURSO  TURMA  '.
      *
       01          WS-DET-01.
           03      FILLER          PIC     X(001) VALUE ' '.
           03      WS-DET-CO-CURSO PIC     ZZZZ9.
           03      FILLER          PIC     X(002) VALUE SPACES.
           03      WS-DET-CO-TURMA PIC     ZZZZ9.
           03      FILLER          PIC     X(002) VALUE SPACES.
           03      WS-DET-CO-ALUNO PIC     ZZZZZZZZ9.
           03      FILLER          PIC     X(002) VALUE SPACES.
           03      WS-DET-NO-ALUNO PIC     X(030).
           03      FILLER          PIC     X(001) VALUE SPACE.
           03      WS-DET-CURSO-DEST
                                   PIC     ZZZZZ.
           03      FILLER          PIC     X(002) VALUE SPACES.
           03      WS-DET-TURMA-DEST
                                   PIC     ZZZZZ.
           03      FILLER          PIC     X(002) VALUE SPACES.
           03      WS-DET-SITUACAO PIC     X(045).
      *
       01          WS-DET-02.
           03      FILLER          PIC     X(001) VALUE ' '.
           03      WS-DT2-CO-CURSO PIC     ZZZZ9.
           03      FILLER          PIC     X(002) VALUE SPACES.
           03      WS-DT2-CO-TURMA PIC     ZZZZ9.
           03      FILLER          PIC     X(002) VALUE SPACES.
           03      FILLER          PIC     X(070) VALUE
                  'TURMA DE CURSO SEM MODULO SEGUINTE CADASTRADO'.
      *
       01          WS-TOT-01.
           03      FILLER          PIC     X(001) VALUE ' '.
           03      FILLER          PIC     X(040) VALUE
                  'TURMAS ENCERRADAS TRATADAS          : '.
           03      WS-TOT-TURMAS   PIC     ZZZ.ZZ9.
      *
       01          WS-TOT-02.
           03      FILLER          PIC     X(001) VALUE ' '.
           03      FILLER          PIC     X(040) VALUE
                  'MATRICULAS AVALIADAS                : '.
           03      WS-TOT-ALUNOS   PIC     ZZZ.ZZ9.
      *
       01          WS-TOT-03.
           03      FILLER          PIC     X(001) VALUE ' '.
           03      FILLER          PIC     X(040) VALUE
                  'REMATRICULADOS NO MODULO SEGUINTE   : '.
           03      WS-TOT-REMATRIC PIC     ZZZ.ZZ9.
      *
       01          WS-TOT-04.
           03      FILLER          PIC     X(001) VALUE ' '.
           03      FILLER          PIC     X(040) VALUE
                  'INCLUIDOS NA LISTA DE ESPERA        : '.
           03      WS-TOT-ESPERA   PIC     ZZZ.ZZ9.
      *
       01          WS-TOT-05.
           03      FILLER          PIC     X(001) VALUE ' '.
           03      FILLER          PIC     X(040) VALUE
                  'RETIDOS                             : '.
           03      WS-TOT-RETIDOS  PIC     ZZZ.ZZ9.
      *
       01          WS-TOT-06.
           03      FILLER          PIC     X(001) VALUE ' '.
           03      FILLER          PIC     X(040) VALUE
                  'SEM ACAO (JA MATRICULADO/EM ESPERA) : '.
           03      WS-TOT-SEM-ACAO PIC     ZZZ.ZZ9.
      *
      /**-----------------------------------------------------------***
      ***      AREA DE MENSAGENS                                    ***
      ***-----------------------------------------------------------***
      *
           COPY    SAGWSMSG.
      *
      /**-----------------------------------------------------------***
      ***          SAGBBCTL - CONTROLE DE EXECUCAO DE JOBS          ***
      ***-----------------------------------------------------------***
      *
       01      WS-SAGBBCTL         PIC     X(008) VALUE 'SAGBBCTL'.
      *
           COPY    SAGWSCTL    REPLACING  ==:RUCTL:==  BY  ==RUCTL==.
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
                   INCLUDE SAGTBS01
           END-EXEC.
      /
           EXEC    SQL
                   INCLUDE SAGTBS04
           END-EXEC.
      /
           EXEC    SQL
                   INCLUDE SAGTBS05
           END-EXEC.
      /
           EXEC    SQL
                   INCLUDE SAGTBS06
           END-EXEC.
      /
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
                  '** FINAL WORKING SAGBB064 **'.
      *---------------------------------------------------------------*

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
           OPEN    OUTPUT  RELATORIO.

           PERFORM 110-00-LER-CARTAO-SYSIN.

           PERFORM 105-00-CONTROLE-INICIO.

           PERFORM 280-00-IMPRIME-CABECALHO.

      *    SEM CARTAO: TURMAS ENCERRADAS NOS ULTIMOS 30 DIAS, AINDA   *
      *    NAO TRATADAS E COM AO MENOS UM RESULTADO APURADO (A TURMA  *
      *    ENCERRADA ANTES DA APURACAO DO SAGBB048 AGUARDA A RODADA   *
      *    SEGUINTE). A JANELA EVITA REMATRICULAR TURMAS ANTIGAS QUE  *
      *    NUNCA PASSARAM PELO SAGBB064. COM CARTAO: SO A TURMA       *
      *    INFORMADA, SE ENCERRADA, SEM LIMITE DE DATA.               *
      *
           EXEC    SQL

                   DECLARE C064TUR CURSOR WITH HOLD FOR

                   SELECT  T.CO_CURSO   ,
                           T.CO_TURMA   ,
                           T.IC_PERIODO

                   FROM    DB2.SAGTBS06_TURMAS T

                   WHERE   T.IC_SITUACAO = 'E'
                   AND   ((:WS-CO-CURSO-PARM = 0
                   AND     T.DT_REMATRICULA IS NULL
                   AND     T.DT_FIM >= CURRENT DATE - 30 DAYS
                   AND     EXISTS
                          (SELECT 1
                           FROM   DB2.SAGTBS04_MATRICULAS M
                           WHERE  M.CO_CURSO      = T.CO_CURSO
                           AND    M.CO_TURMA      = T.CO_TURMA
                           AND    M.IC_RESULTADO IS NOT NULL))
                   OR     (T.CO_CURSO = :WS-CO-CURSO-PARM
                   AND     T.CO_TURMA = :WS-CO-TURMA-PARM))

                   ORDER BY T.CO_CURSO , T.CO_TURMA

           END-EXEC.

           EXEC    SQL
                   OPEN    C064TUR
           END-EXEC.

           IF      SQLCODE     NOT EQUAL   +000
                   MOVE 'OPNCUR'   TO      WS-COMANDO-DB2
                   MOVE 'SAGTBS06' TO      WS-TABELAS-DB2
                   PERFORM         995-00-ABEND-DB2
           END-IF.
      *
      *---------------------------------------------------------------*
       100-99-EXIT.
      *-=-=-=-=-=-*
              EXIT.
      /===============================================================*
       105-00-CONTROLE-INICIO      SECTION.
      *---------------------------------------------------------------*
      *
      *    REGISTRA O INICIO DA RODADA NO CONTROLE DE EXECUCAO DE     *
      *    JOBS (SAGTBS13 VIA SAGBBCTL). A RODADA NOTURNA (SEM        *
      *    CARTAO) TEM TRAVA DE DUPLICIDADE NA DATA; O REPROCESSAMENTO*
      *    DE UMA TURMA PELO CARTAO NAO TEM TRAVA, COMO NO SAGBB048.  *
      *---------------------------------------------------------------*
      *
           MOVE    01              TO      RUCTL-ACAO.
           MOVE    'SAGBB064'      TO      RUCTL-NO-JOB.
           MOVE    ZEROS           TO      RUCTL-NU-COMPETENCIA.
           MOVE    ZEROS           TO      RUCTL-NU-SEQ-EXECUCAO.
           MOVE    ZEROS           TO      RUCTL-QT-LIDOS.
           MOVE    ZEROS           TO      RUCTL-QT-GRAVADOS.
           MOVE    ZEROS           TO      RUCTL-QT-REJEITADOS.
           MOVE    ZEROS           TO      RUCTL-CD-RETORNO-JOB.

           IF      WS-CO-CURSO-PARM
                                   EQUAL   ZERO
                   MOVE 'S'        TO      RUCTL-IC-TRAVA
           ELSE
                   MOVE 'N'        TO      RUCTL-IC-TRAVA
           END-IF.

           CALL    WS-SAGBBCTL     USING   RUCTLCTL.

           IF      RUCTL-CODIGO-RETORNO
                                   EQUAL   99
                   DISPLAY RUCTL-MENSAGEM
                   CLOSE   RELATORIO
                   MOVE    16      TO      RETURN-CODE
                   STOP    RUN
           END-IF.

           IF      RUCTL-CODIGO-RETORNO
                               NOT EQUAL   00
                   MOVE    SPACES  TO      REL-REGISTRO
                   MOVE    RUCTL-MENSAGEM
                                   TO      REL-REGISTRO (2:80)
                   WRITE   REL-REGISTRO
                                   AFTER   ADVANCING 1 LINE
                   CLOSE   RELATORIO
                   MOVE    08      TO      RETURN-CODE
                   STOP    RUN
           END-IF.
      *
      *---------------------------------------------------------------*
       105-99-EXIT.
      *-=-=-=-=-=-*
              EXIT.
      /===============================================================*
       110-00-LER-CARTAO-SYSIN     SECTION.
      *---------------------------------------------------------------*
      *
      *    CARTAO EM BRANCO (RODADA NOTURNA) TRATA TODAS AS TURMAS    *
      *    ENCERRADAS PENDENTES. O CARTAO COM CURSO E TURMA           *
      *    REPROCESSA UMA TURMA ENCERRADA, MESMO JA TRATADA - OS      *
      *    ALUNOS JA LEVADOS AO MODULO SEGUINTE SAEM COMO SEM ACAO.   *
      *    CARTAO PREENCHIDO E INVALIDO ENCERRA O JOB COM RC 08.      *
      *---------------------------------------------------------------*
      *
           MOVE    SPACES          TO      WS-PARM-SYSIN.

           ACCEPT  WS-PARM-SYSIN   FROM    CARTAO-PARM.

           IF      WS-PARM-SYSIN   EQUAL   SPACES
                   GO   TO         110-99-EXIT
           END-IF.

           IF      WS-PRM-CO-CURSO NOT     NUMERIC OR
                   WS-PRM-CO-CURSO EQUAL   ZEROS   OR
                   WS-PRM-CO-TURMA NOT     NUMERIC OR
                   WS-PRM-CO-TURMA EQUAL   ZEROS
                   DISPLAY WS-MSG-071
                   CLOSE   RELATORIO
                   MOVE    08      TO      RETURN-CODE
                   STOP    RUN
           END-IF.

           MOVE    WS-PRM-CO-CURSO TO      WS-CO-CURSO-PARM.
           MOVE    WS-PRM-CO-TURMA TO      WS-CO-TURMA-PARM.
      *
      *---------------------------------------------------------------*
       110-99-EXIT.
      *-=-=-=-=-=-*
              EXIT.
      /===============================================================*
       200-00-PROCED-PRINCIPAIS    SECTION.
      *---------------------------------------------------------------*
      *
           PERFORM 210-00-FETCH-C064TUR
                   UNTIL   WS-FIM-TURMAS.

           EXEC    SQL
                   CLOSE   C064TUR
           END-EXEC.
      *
      *---------------------------------------------------------------*
       200-99-EXIT.
      *-=-=-=-=-=-*
              EXIT.
      /===============================================================*
       210-00-FETCH-C064TUR        SECTION.
      *---------------------------------------------------------------*
      *
           EXEC    SQL
                   FETCH   C064TUR

                   INTO   :TUR-CO-CURSO   ,
                          :TUR-CO-TURMA   ,
                          :TUR-IC-PERIODO

           END-EXEC.

           IF      SQLCODE     EQUAL       +100
                   MOVE 'S'        TO      WS-SW-FIM-TURMA
           ELSE
                   IF      SQLCODE NOT EQUAL   +000
                           MOVE 'FETCH'    TO WS-COMANDO-DB2
                           MOVE 'SAGTBS06' TO WS-TABELAS-DB2
                           PERFORM 995-00-ABEND-DB2
                   END-IF
                   PERFORM 220-00-TRATA-TURMA
           END-IF.
      *
      *---------------------------------------------------------------*
       210-99-EXIT.
      *-=-=-=-=-=-*
              EXIT.
      /===============================================================*
       220-00-TRATA-TURMA          SECTION.
      *---------------------------------------------------------------*
      *
      *    A TURMA DE CURSO SEM MODULO SEGUINTE (NENHUMA LINHA DE     *
      *    SAGTBS25 COM IC_REMATRICULA 'S') SAI UMA UNICA VEZ NO      *
      *    RELATORIO. EM AMBOS OS CASOS A TURMA E MARCADA COMO        *
      *    TRATADA E CONFIRMADA (COMMIT) COMO UMA UNIDADE.            *
      *---------------------------------------------------------------*
      *
           ADD     1               TO      WS-QT-TURMAS.

           MOVE    TUR-CO-CURSO    TO      WS-CO-CURSO-ORIG.
           MOVE    TUR-CO-TURMA    TO      WS-CO-TURMA-ORIG.
           MOVE    TUR-IC-PERIODO  TO      WS-IC-PERIODO-ORIG.

           MOVE    WS-CO-CURSO-ORIG
                                   TO      PRE-CO-CURSO-PRE.

           EXEC    SQL

                   SELECT  COUNT(*)

                   INTO   :WS-QT-MODULOS

                   FROM    DB2.SAGTBS25_PRE_REQUISITOS

                   WHERE   CO_CURSO_PRE   = :PRE-CO-CURSO-PRE
                   AND     IC_REMATRICULA = 'S'

           END-EXEC.

           IF      SQLCODE     NOT EQUAL   +000
                   MOVE 'SELPRE'   TO      WS-COMANDO-DB2
                   MOVE 'SAGTBS25' TO      WS-TABELAS-DB2
                   PERFORM         995-00-ABEND-DB2
           END-IF.

           IF      WS-QT-MODULOS   EQUAL   ZERO
                   PERFORM         225-00-IMPRIME-SEM-MODULO
           ELSE
                   PERFORM         230-00-TRATA-MATRICULAS
           END-IF.

           EXEC    SQL     UPDATE

                   DB2.SAGTBS06_TURMAS

                   SET     DT_REMATRICULA = CURRENT DATE

                   WHERE   CO_CURSO = :WS-CO-CURSO-ORIG
                   AND     CO_TURMA = :WS-CO-TURMA-ORIG

           END-EXEC.

           IF      SQLCODE     NOT EQUAL   +000
                   MOVE 'UPDTUR'   TO      WS-COMANDO-DB2
                   MOVE 'SAGTBS06' TO      WS-TABELAS-DB2
                   PERFORM         995-00-ABEND-DB2
           END-IF.

           PERFORM 970-00-COMMIT.
      *
      *---------------------------------------------------------------*
       220-99-EXIT.
      *-=-=-=-=-=-*
              EXIT.
      /===============================================================*
       225-00-IMPRIME-SEM-MODULO   SECTION.
      *---------------------------------------------------------------*
      *
           IF      WS-NU-LINHA     GREATER 55
                   PERFORM 280-00-IMPRIME-CABECALHO
           END-IF.

           MOVE    WS-CO-CURSO-ORIG
                                   TO      WS-DT2-CO-CURSO.
           MOVE    WS-CO-TURMA-ORIG
                                   TO      WS-DT2-CO-TURMA.

           WRITE   REL-REGISTRO    FROM    WS-DET-02
                                   AFTER   ADVANCING 1 LINE.

           ADD     1               TO      WS-NU-LINHA.
      *
      *---------------------------------------------------------------*
       225-99-EXIT.
      *-=-=-=-=-=-*
              EXIT.
      /===============================================================*
       230-00-TRATA-MATRICULAS     SECTION.
      *---------------------------------------------------------------*
      *
      *    MATRICULAS ATIVAS OU CONCLUIDAS (SAGBB049) DA TURMA        *
      *    ENCERRADA, COM O RESULTADO APURADO PELO SAGBB048 (NULO     *
      *    QUANDO NAO APURADO) E OS DADOS DO ALUNO PARA O AVISO.      *
      *---------------------------------------------------------------*
      *
           EXEC    SQL

                   DECLARE C064MAT CURSOR FOR

                   SELECT  M.CO_ALUNO     ,
                           M.IC_RESULTADO ,
                           A.IC_SITUACAO  ,
                           A.NO_ALUNO     ,
                           A.NO_E_MAIL

                   FROM    DB2.SAGTBS04_MATRICULAS M ,
                           DB2.SAGTBS01_ALUNOS     A

                   WHERE   M.CO_CURSO    = :WS-CO-CURSO-ORIG
                   AND     M.CO_TURMA    = :WS-CO-TURMA-ORIG
                   AND     M.IC_SITUACAO IN ('A','U')
                   AND     A.CO_ALUNO    = M.CO_ALUNO

                   ORDER BY A.NO_ALUNO

           END-EXEC.

           EXEC    SQL
                   OPEN    C064MAT
           END-EXEC.

           IF      SQLCODE     NOT EQUAL   +000
                   MOVE 'OPNCUR'   TO      WS-COMANDO-DB2
                   MOVE 'SAGTBS04' TO      WS-TABELAS-DB2
                   PERFORM         995-00-ABEND-DB2
           END-IF.

           MOVE    'N'             TO      WS-SW-FIM-MATR.

           PERFORM 235-00-FETCH-C064MAT
                   UNTIL   WS-FIM-MATRICULAS.

           EXEC    SQL
                   CLOSE   C064MAT
           END-EXEC.
      *
      *---------------------------------------------------------------*
       230-99-EXIT.
      *-=-=-=-=-=-*
              EXIT.
      /===============================================================*
       235-00-FETCH-C064MAT        SECTION.
      *---------------------------------------------------------------*
      *
           EXEC    SQL
                   FETCH   C064MAT

                   INTO   :CO-ALUNO        ,
                          :MAT-IC-RESULTADO
                             :WS-IC-RESULTADO-NULL,
                          :IC-SITUACAO     ,
                          :NO-ALUNO        ,
                          :NO-E-MAIL
                             :WS-NO-E-MAIL-NULL

           END-EXEC.

           IF      SQLCODE     EQUAL       +100
                   MOVE 'S'        TO      WS-SW-FIM-MATR
           ELSE
                   IF      SQLCODE NOT EQUAL   +000
                           MOVE 'FETCH'    TO WS-COMANDO-DB2
                           MOVE 'SAGTBS04' TO WS-TABELAS-DB2
                           PERFORM 995-00-ABEND-DB2
                   END-IF
                   PERFORM 240-00-TRATA-ALUNO
           END-IF.
      *
      *---------------------------------------------------------------*
       235-99-EXIT.
      *-=-=-=-=-=-*
              EXIT.
      /===============================================================*
       240-00-TRATA-ALUNO          SECTION.
      *---------------------------------------------------------------*
      *
      *    SO O APROVADO ('A') COM CADASTRO ATIVO SEGUE PARA O MODULO *
      *    SEGUINTE; OS DEMAIS SAO LISTADOS COMO RETIDOS COM O        *
      *    MOTIVO. O APROVADO E TRATADO EM CADA CURSO SEGUINTE.       *
      *---------------------------------------------------------------*
      *
           ADD     1               TO      WS-QT-ALUNOS.

           MOVE    ZERO            TO      WS-CO-CURSO-DEST.
           MOVE    ZERO            TO      WS-CO-TURMA-DEST.

           IF      WS-IC-RESULTADO-NULL
                                   LESS    ZERO
                   MOVE 'RETIDO - RESULTADO NAO APURADO'
                                   TO      WS-DET-SITUACAO
                   PERFORM         245-00-REGISTRA-RETIDO
                   GO   TO         240-99-EXIT
           END-IF.

           IF      NOT     MAT-RES-APROVADO
                   MOVE 'RETIDO - REPROVADO NO MODULO'
                                   TO      WS-DET-SITUACAO
                   PERFORM         245-00-REGISTRA-RETIDO
                   GO   TO         240-99-EXIT
           END-IF.

           IF      IC-SITUACAO     NOT EQUAL 'A'
                   MOVE 'RETIDO - ALUNO INATIVO'
                                   TO      WS-DET-SITUACAO
                   PERFORM         245-00-REGISTRA-RETIDO
                   GO   TO         240-99-EXIT
           END-IF.

           EXEC    SQL

                   DECLARE C064PRX CURSOR FOR

                   SELECT  CO_CURSO

                   FROM    DB2.SAGTBS25_PRE_REQUISITOS

                   WHERE   CO_CURSO_PRE   = :WS-CO-CURSO-ORIG
                   AND     IC_REMATRICULA = 'S'

                   ORDER BY CO_CURSO

           END-EXEC.

           EXEC    SQL
                   OPEN    C064PRX
           END-EXEC.

           IF      SQLCODE     NOT EQUAL   +000
                   MOVE 'OPNCUR'   TO      WS-COMANDO-DB2
                   MOVE 'SAGTBS25' TO      WS-TABELAS-DB2
                   PERFORM         995-00-ABEND-DB2
           END-IF.

           MOVE    'N'             TO      WS-SW-FIM-MODULO.

           PERFORM 250-00-FETCH-C064PRX
                   UNTIL   WS-FIM-MODULOS.

           EXEC    SQL
                   CLOSE   C064PRX
           END-EXEC.
      *
      *---------------------------------------------------------------*
       240-99-EXIT.
      *-=-=-=-=-=-*
              EXIT.
      /===============================================================*
       245-00-REGISTRA-RETIDO      SECTION.
      *---------------------------------------------------------------*
      *
           ADD     1               TO      WS-QT-RETIDOS.

           PERFORM 290-00-IMPRIME-DETALHE.
      *
      *---------------------------------------------------------------*
       245-99-EXIT.
      *-=-=-=-=-=-*
              EXIT.
      /===============================================================*
       250-00-FETCH-C064PRX        SECTION.
      *---------------------------------------------------------------*
      *
           EXEC    SQL
                   FETCH   C064PRX

                   INTO   :PRE-CO-CURSO

           END-EXEC.

           IF      SQLCODE     EQUAL       +100
                   MOVE 'S'        TO      WS-SW-FIM-MODULO
           ELSE
                   IF      SQLCODE NOT EQUAL   +000
                           MOVE 'FETCH'    TO WS-COMANDO-DB2
                           MOVE 'SAGTBS25' TO WS-TABELAS-DB2
                           PERFORM 995-00-ABEND-DB2
                   END-IF
                   PERFORM 260-00-TRATA-MODULO
           END-IF.
      *
      *---------------------------------------------------------------*
       250-99-EXIT.
      *-=-=-=-=-=-*
              EXIT.
      /===============================================================*
       260-00-TRATA-MODULO         SECTION.
      *---------------------------------------------------------------*
      *
      *    LEVA O APROVADO AO CURSO SEGUINTE EM PRE-CO-CURSO: SEM     *
      *    ACAO SE JA ESTA NELE (MATRICULA OU FILA); RETIDO SE FALTA  *
      *    OUTRO PRE-REQUISITO OU NAO HA TURMA ABERTA; SENAO          *
      *    MATRICULA COM VAGA OU LISTA DE ESPERA COM A TURMA LOTADA.  *
      *---------------------------------------------------------------*
      *
           MOVE    PRE-CO-CURSO    TO      WS-CO-CURSO-DEST.
           MOVE    ZERO            TO      WS-CO-TURMA-DEST.

           MOVE    'L'             TO      WS-SW-DESTINO.

           PERFORM 262-00-VERIFICA-MODULO.

           IF      WS-DESTINO-LIVRE
                   PERFORM         264-00-VERIFICA-PRE-REQUISITO
           END-IF.

           IF      WS-DESTINO-LIVRE
                   PERFORM         266-00-BUSCA-TURMA-DESTINO
           END-IF.

           IF      WS-DESTINO-SEM-ACAO
                   ADD  1          TO      WS-QT-SEM-ACAO
                   PERFORM         290-00-IMPRIME-DETALHE
                   GO   TO         260-99-EXIT
           END-IF.

           IF      WS-DESTINO-RETIDO
                   PERFORM         245-00-REGISTRA-RETIDO
                   GO   TO         260-99-EXIT
           END-IF.

           IF      WS-QT-MATR      LESS    TUR-QT-VAGAS
                   PERFORM         270-00-EFETIVA-REMATRICULA
           ELSE
                   PERFORM         272-00-INCLUI-LISTA-ESPERA
           END-IF.
      *
      *---------------------------------------------------------------*
       260-99-EXIT.
      *-=-=-=-=-=-*
              EXIT.
      /===============================================================*
       262-00-VERIFICA-MODULO      SECTION.
      *---------------------------------------------------------------*
      *
      *    O ALUNO JA MATRICULADO (ATIVO OU TRANCADO) OU APROVADO NO  *
      *    CURSO SEGUINTE, OU JA NA FILA DE UMA TURMA DELE, NAO E     *
      *    TRATADO DE NOVO - O REPROCESSAMENTO DA TURMA NAO DUPLICA.  *
      *---------------------------------------------------------------*
      *
           MOVE    CO-ALUNO        TO      MAT-CO-ALUNO.
           MOVE    WS-CO-CURSO-DEST
                                   TO      MAT-CO-CURSO.

           EXEC    SQL

                   SELECT  COUNT(*)

                   INTO   :WS-QT-MATR-ALUNO

                   FROM    DB2.SAGTBS04_MATRICULAS

                   WHERE   CO_ALUNO = :MAT-CO-ALUNO
                   AND     CO_CURSO = :MAT-CO-CURSO
                   AND    (IC_SITUACAO IN ('A','T') OR
                           IC_RESULTADO = 'A')

           END-EXEC.

           IF      SQLCODE     NOT EQUAL   +000
                   MOVE 'SELDUP'   TO      WS-COMANDO-DB2
                   MOVE 'SAGTBS04' TO      WS-TABELAS-DB2
                   PERFORM         995-00-ABEND-DB2
           END-IF.

           IF      WS-QT-MATR-ALUNO
                                   GREATER ZERO
                   MOVE 'S'        TO      WS-SW-DESTINO
                   MOVE 'SEM ACAO - JA MATRICULADO NO MODULO'
                                   TO      WS-DET-SITUACAO
                   GO   TO         262-99-EXIT
           END-IF.

           MOVE    CO-ALUNO        TO      ESP-CO-ALUNO.
           MOVE    WS-CO-CURSO-DEST
                                   TO      ESP-CO-CURSO.

           EXEC    SQL

                   SELECT  COUNT(*)

                   INTO   :WS-QT-MATR-ALUNO

                   FROM    DB2.SAGTBS12_LISTA_ESPERA

                   WHERE   CO_ALUNO    = :ESP-CO-ALUNO
                   AND     CO_CURSO    = :ESP-CO-CURSO
                   AND     IC_SITUACAO = 'E'

           END-EXEC.

           IF      SQLCODE     NOT EQUAL   +000
                   MOVE 'SELESP'   TO      WS-COMANDO-DB2
                   MOVE 'SAGTBS12' TO      WS-TABELAS-DB2
                   PERFORM         995-00-ABEND-DB2
           END-IF.

           IF      WS-QT-MATR-ALUNO
                                   GREATER ZERO
                   MOVE 'S'        TO      WS-SW-DESTINO
                   MOVE 'SEM ACAO - JA NA LISTA DE ESPERA DO MODULO'
                                   TO      WS-DET-SITUACAO
           END-IF.
      *
      *---------------------------------------------------------------*
       262-99-EXIT.
      *-=-=-=-=-=-*
              EXIT.
      /===============================================================*
       264-00-VERIFICA-PRE-REQUISITO
                                   SECTION.
      *---------------------------------------------------------------*
      *
      *    O CURSO SEGUINTE PODE EXIGIR OUTROS PRE-REQUISITOS ALEM DO *
      *    CURSO DA TURMA ENCERRADA: TODOS PRECISAM DE MATRICULA      *
      *    APROVADA DO ALUNO, A MESMA REGRA DO SAGBB051.              *
      *---------------------------------------------------------------*
      *
           MOVE    WS-CO-CURSO-DEST
                                   TO      PRE-CO-CURSO.

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
                   MOVE 'R'        TO      WS-SW-DESTINO
                   MOVE 'RETIDO - OUTRO PRE-REQUISITO PENDENTE'
                                   TO      WS-DET-SITUACAO
           END-IF.
      *
      *---------------------------------------------------------------*
       264-99-EXIT.
      *-=-=-=-=-=-*
              EXIT.
      /===============================================================*
       266-00-BUSCA-TURMA-DESTINO  SECTION.
      *---------------------------------------------------------------*
      *
      *    TURMA ABERTA DO CURSO SEGUINTE: ATIVA E AINDA NAO          *
      *    INICIADA, DE PREFERENCIA NO MESMO PERIODO (M/T/N) DA TURMA *
      *    ENCERRADA E, ENTRE ELAS, A DE INICIO MAIS PROXIMO. APURA   *
      *    AS MATRICULAS ATIVAS DA TURMA PARA O CONTROLE DE VAGAS.    *
      *---------------------------------------------------------------*
      *
           MOVE    WS-CO-CURSO-DEST
                                   TO      TUR-CO-CURSO.

           EXEC    SQL

                   SELECT  CO_TURMA ,
                           QT_VAGAS

                   INTO   :TUR-CO-TURMA ,
                          :TUR-QT-VAGAS

                   FROM    DB2.SAGTBS06_TURMAS

                   WHERE   CO_CURSO    = :TUR-CO-CURSO
                   AND     IC_SITUACAO = 'A'
                   AND     DT_INICIO  >= CURRENT DATE

                   ORDER BY CASE WHEN IC_PERIODO = :WS-IC-PERIODO-ORIG
                                 THEN 0 ELSE 1 END ,
                            DT_INICIO ,
                            CO_TURMA

                   FETCH FIRST 1 ROW ONLY

           END-EXEC.

           IF      SQLCODE     EQUAL       +100
                   MOVE 'R'        TO      WS-SW-DESTINO
                   MOVE 'RETIDO - MODULO SEGUINTE SEM TURMA ABERTA'
                                   TO      WS-DET-SITUACAO
                   GO   TO         266-99-EXIT
           END-IF.

           IF      SQLCODE     NOT EQUAL   +000
                   MOVE 'SELECT'   TO      WS-COMANDO-DB2
                   MOVE 'SAGTBS06' TO      WS-TABELAS-DB2
                   PERFORM         995-00-ABEND-DB2
           END-IF.

           MOVE    TUR-CO-TURMA    TO      WS-CO-TURMA-DEST.

           EXEC    SQL

                   SELECT  COUNT(*)

                   INTO   :WS-QT-MATR

                   FROM    DB2.SAGTBS04_MATRICULAS

                   WHERE   CO_CURSO    = :TUR-CO-CURSO
                   AND     CO_TURMA    = :TUR-CO-TURMA
                   AND     IC_SITUACAO = 'A'

           END-EXEC.

           IF      SQLCODE     NOT EQUAL   +000
                   MOVE 'SELMAT'   TO      WS-COMANDO-DB2
                   MOVE 'SAGTBS04' TO      WS-TABELAS-DB2
                   PERFORM         995-00-ABEND-DB2
           END-IF.
      *
      *---------------------------------------------------------------*
       266-99-EXIT.
      *-=-=-=-=-=-*
              EXIT.
      /===============================================================*
       270-00-EFETIVA-REMATRICULA  SECTION.
      *---------------------------------------------------------------*
      *
      *    A LINHA CANCELADA DO ALUNO NA MESMA TURMA (CHAVE DE        *
      *    SAGTBS04) IMPEDE A INCLUSAO: O ALUNO E LISTADO COMO RETIDO *
      *    PARA A SECRETARIA TRATAR PELO SAGBB042.                    *
      *---------------------------------------------------------------*
      *
           MOVE    CO-ALUNO        TO      MAT-CO-ALUNO.
           MOVE    WS-CO-CURSO-DEST
                                   TO      MAT-CO-CURSO.
           MOVE    WS-CO-TURMA-DEST
                                   TO      MAT-CO-TURMA.
           MOVE    'A'             TO      MAT-IC-SITUACAO.

           EXEC    SQL     INSERT

                   INTO    DB2.SAGTBS04_MATRICULAS

                          ( CO_ALUNO    ,
                            CO_CURSO    ,
                            CO_TURMA    ,
                            DT_MATRICULA,
                            IC_SITUACAO )

                   VALUES (:MAT-CO-ALUNO,
                           :MAT-CO-CURSO,
                           :MAT-CO-TURMA,
                           CURRENT DATE ,
                           :MAT-IC-SITUACAO )

           END-EXEC.

           IF      SQLCODE     EQUAL       -803
                   MOVE 'RETIDO - MATRICULA ANTERIOR NA TURMA'
                                   TO      WS-DET-SITUACAO
                   PERFORM         245-00-REGISTRA-RETIDO
                   GO   TO         270-99-EXIT
           END-IF.

           IF      SQLCODE     NOT EQUAL   +000
                   MOVE 'INSERT'   TO      WS-COMANDO-DB2
                   MOVE 'SAGTBS04' TO      WS-TABELAS-DB2
                   PERFORM         995-00-ABEND-DB2
           END-IF.

           MOVE    'R'             TO      NTF-TP-EVENTO.

           PERFORM 275-00-INSERT-SAGTBS05.

           ADD     1               TO      WS-QT-REMATRIC.

           MOVE    'REMATRICULADO NO MODULO SEGUINTE'
                                   TO      WS-DET-SITUACAO.

           PERFORM 290-00-IMPRIME-DETALHE.
      *
      *---------------------------------------------------------------*
       270-99-EXIT.
      *-=-=-=-=-=-*
              EXIT.
      /===============================================================*
       272-00-INCLUI-LISTA-ESPERA  SECTION.
      *---------------------------------------------------------------*
      *
      *    TURMA DO MODULO SEGUINTE LOTADA: O ALUNO ENTRA NO FIM DA   *
      *    FILA, NO MESMO ESQUEMA DE SAGBB028 (SEQUENCIAL = LINHAS DA *
      *    FILA MAIS UM), E E PROMOVIDO PELO SAGBB051 QUANDO ABRIR    *
      *    VAGA.                                                      *
      *---------------------------------------------------------------*
      *
           MOVE    WS-CO-CURSO-DEST
                                   TO      ESP-CO-CURSO.
           MOVE    WS-CO-TURMA-DEST
                                   TO      ESP-CO-TURMA.

           EXEC    SQL

                   SELECT  COUNT(*)

                   INTO   :WS-QT-SEQ-ESP

                   FROM    DB2.SAGTBS12_LISTA_ESPERA

                   WHERE   CO_CURSO = :ESP-CO-CURSO
                   AND     CO_TURMA = :ESP-CO-TURMA

           END-EXEC.

           IF      SQLCODE     NOT EQUAL   +000
                   MOVE 'SELESP'   TO      WS-COMANDO-DB2
                   MOVE 'SAGTBS12' TO      WS-TABELAS-DB2
                   PERFORM         995-00-ABEND-DB2
           END-IF.

           COMPUTE ESP-NU-SEQ-ESPERA = WS-QT-SEQ-ESP + 1.

           MOVE    CO-ALUNO        TO      ESP-CO-ALUNO.
           MOVE    'E'             TO      ESP-IC-SITUACAO.

           EXEC    SQL     INSERT

                   INTO    DB2.SAGTBS12_LISTA_ESPERA

                          ( CO_CURSO        ,
                            CO_TURMA        ,
                            NU_SEQ_ESPERA   ,
                            CO_ALUNO        ,
                            DT_HORA_INCLUSAO,
                            IC_SITUACAO     )

                   VALUES (:ESP-CO-CURSO     ,
                           :ESP-CO-TURMA     ,
                           :ESP-NU-SEQ-ESPERA,
                           :ESP-CO-ALUNO     ,
                           CURRENT TIMESTAMP ,
                           :ESP-IC-SITUACAO  )

           END-EXEC.

           IF      SQLCODE     NOT EQUAL   +000
                   MOVE 'INSERT'   TO      WS-COMANDO-DB2
                   MOVE 'SAGTBS12' TO      WS-TABELAS-DB2
                   PERFORM         995-00-ABEND-DB2
           END-IF.

           MOVE    'L'             TO      NTF-TP-EVENTO.

           PERFORM 275-00-INSERT-SAGTBS05.

           ADD     1               TO      WS-QT-ESPERA.

           MOVE    'TURMA LOTADA - INCLUIDO NA LISTA DE ESPERA'
                                   TO      WS-DET-SITUACAO.

           PERFORM 290-00-IMPRIME-DETALHE.
      *
      *---------------------------------------------------------------*
       272-99-EXIT.
      *-=-=-=-=-=-*
              EXIT.
      /===============================================================*
       275-00-INSERT-SAGTBS05      SECTION.
      *---------------------------------------------------------------*
      *
      *    AVISA O ALUNO PELA FILA DE NOTIFICACOES (EVENTO 'R' -      *
      *    REMATRICULADO OU 'L' - LISTA DE ESPERA DO MODULO SEGUINTE, *
      *    JA MOVIDO EM NTF-TP-EVENTO), QUE O SAGBB034 ENCAMINHA NO   *
      *    ARQUIVO DE E-MAIL.                                         *
      *---------------------------------------------------------------*
      *
           MOVE    WS00-CH-SEQ-NTF TO      NO-CHAVE.

           PERFORM 300-50-OBTEM-SEQUENCIA.

           MOVE    NU-SEQUENCIA    TO      NTF-CO-SEQ-NOTIFICACAO.

           MOVE    CO-ALUNO        TO      NTF-CO-ALUNO.
           MOVE    NO-ALUNO        TO      NTF-NO-ALUNO.
           MOVE    NO-E-MAIL       TO      NTF-NO-E-MAIL.
           MOVE    'P'             TO      NTF-IC-SITUACAO.

           EXEC    SQL     INSERT

                   INTO    DB2.SAGTBS05_NTF_OUTBOX

                          ( CO_SEQ_NOTIFICACAO,
                            CO_ALUNO      ,
                            NO_ALUNO      ,
                            NO_E_MAIL     ,
                            DT_HORA_EVENTO,
                            IC_SITUACAO   ,
                            TP_EVENTO     )

                   VALUES (:NTF-CO-SEQ-NOTIFICACAO,
                           :NTF-CO-ALUNO   ,
                           :NTF-NO-ALUNO   ,
                           :NTF-NO-E-MAIL
                              :WS-NO-E-MAIL-NULL,
                           CURRENT TIMESTAMP,
                           :NTF-IC-SITUACAO ,
                           :NTF-TP-EVENTO   )

           END-EXEC.

           IF      SQLCODE     NOT EQUAL   +000
                   MOVE 'INSERT'   TO      WS-COMANDO-DB2
                   MOVE 'SAGTBS05' TO      WS-TABELAS-DB2
                   PERFORM         995-00-ABEND-DB2
           END-IF.
      *
      *---------------------------------------------------------------*
       275-99-EXIT.
      *-=-=-=-=-=-*
              EXIT.
      /===============================================================*
       280-00-IMPRIME-CABECALHO    SECTION.
      *---------------------------------------------------------------*
      *
           ADD     1               TO      WS-NU-PAGINA.
           MOVE    WS-NU-PAGINA    TO      WS-CAB-01-PAG.

           WRITE   REL-REGISTRO    FROM    WS-CAB-01
                                   AFTER   ADVANCING PAGE.
           WRITE   REL-REGISTRO    FROM    WS-CAB-02
                                   AFTER   ADVANCING 1 LINE.
           WRITE   REL-REGISTRO    FROM    WS-CAB-03
                                   AFTER   ADVANCING 1 LINE.
           WRITE   REL-REGISTRO    FROM    WS-CAB-04
                                   AFTER   ADVANCING 1 LINE.
           WRITE   REL-REGISTRO    FROM    WS-CAB-02
                                   AFTER   ADVANCING 1 LINE.

           MOVE    6               TO      WS-NU-LINHA.
      *
      *---------------------------------------------------------------*
       280-99-EXIT.
      *-=-=-=-=-=-*
              EXIT.
      /===============================================================*
       290-00-IMPRIME-DETALHE      SECTION.
      *---------------------------------------------------------------*
      *
           IF      WS-NU-LINHA     GREATER 55
                   PERFORM 280-00-IMPRIME-CABECALHO
           END-IF.

           MOVE    WS-CO-CURSO-ORIG
                                   TO      WS-DET-CO-CURSO.
           MOVE    WS-CO-TURMA-ORIG
                                   TO      WS-DET-CO-TURMA.
           MOVE    CO-ALUNO        TO      WS-DET-CO-ALUNO.
           MOVE    NO-ALUNO (1:30) TO      WS-DET-NO-ALUNO.
           MOVE    WS-CO-CURSO-DEST
                                   TO      WS-DET-CURSO-DEST.
           MOVE    WS-CO-TURMA-DEST
                                   TO      WS-DET-TURMA-DEST.

           WRITE   REL-REGISTRO    FROM    WS-DET-01
                                   AFTER   ADVANCING 1 LINE.

           ADD     1               TO      WS-NU-LINHA.
      *
      *---------------------------------------------------------------*
       290-99-EXIT.
      *-=-=-=-=-=-*
              EXIT.
      /===============================================================*
       300-50-OBTEM-SEQUENCIA      SECTION.
      *---------------------------------------------------------------*
      *
      *    INCREMENTA E LE A LINHA DE SAGTBS00_CONTROLE CUJA CHAVE    *
      *    ESTA EM NO-CHAVE, NO MESMO ESQUEMA DE SAGBB028. SE A       *
      *    LINHA AINDA NAO EXISTIR, E SEMEADA COM ZERO (300-70) E A   *
      *    OPERACAO E REPETIDA UMA UNICA VEZ.                         *
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

           IF      SQLCODE     NOT EQUAL   +000
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
       970-00-COMMIT               SECTION.
      *---------------------------------------------------------------*
      *
           EXEC    SQL
                   COMMIT
           END-EXEC.
      *
      *---------------------------------------------------------------*
       970-99-EXIT.
      *-=-=-=-=-=-*
              EXIT.
      /===============================================================*
       990-00-CONTROLE-FIM         SECTION.
      *---------------------------------------------------------------*
      *
      *    GRAVA O FIM DA RODADA NO CONTROLE DE EXECUCAO DE JOBS,     *
      *    COM OS CONTADORES E O RETURN-CODE DA RODADA: LIDOS SAO AS  *
      *    MATRICULAS AVALIADAS, GRAVADOS OS REMATRICULADOS MAIS OS   *
      *    INCLUIDOS NA FILA E REJEITADOS OS RETIDOS.                 *
      *---------------------------------------------------------------*
      *
           COMPUTE WS-QT-GRAVADOS = WS-QT-REMATRIC + WS-QT-ESPERA.

           MOVE    02              TO      RUCTL-ACAO.
           MOVE    WS-QT-ALUNOS    TO      RUCTL-QT-LIDOS.
           MOVE    WS-QT-GRAVADOS  TO      RUCTL-QT-GRAVADOS.
           MOVE    WS-QT-RETIDOS   TO      RUCTL-QT-REJEITADOS.
           MOVE    RETURN-CODE     TO      RUCTL-CD-RETORNO-JOB.

           CALL    WS-SAGBBCTL     USING   RUCTLCTL.

           IF      RUCTL-CODIGO-RETORNO
                               NOT EQUAL   00
                   DISPLAY RUCTL-MENSAGEM
           END-IF.
      *
      *---------------------------------------------------------------*
       990-99-EXIT.
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

           DISPLAY WS-MSG-099.

           EXEC    SQL
                   ROLLBACK
           END-EXEC.

           CLOSE   RELATORIO.

           MOVE    16              TO      RETURN-CODE.

           STOP    RUN.
      *
      *---------------------------------------------------------------*
       995-99-EXIT.
      *-=-=-=-=-=-*
              EXIT.
      /===============================================================*
       999-00-PROCED-FINAIS        SECTION.
      *---------------------------------------------------------------*
      *
           EXEC    SQL
                   COMMIT
           END-EXEC.

           MOVE    WS-QT-TURMAS    TO      WS-TOT-TURMAS.
           MOVE    WS-QT-ALUNOS    TO      WS-TOT-ALUNOS.
           MOVE    WS-QT-REMATRIC  TO      WS-TOT-REMATRIC.
           MOVE    WS-QT-ESPERA    TO      WS-TOT-ESPERA.
           MOVE    WS-QT-RETIDOS   TO      WS-TOT-RETIDOS.
           MOVE    WS-QT-SEM-ACAO  TO      WS-TOT-SEM-ACAO.

           WRITE   REL-REGISTRO    FROM    WS-TOT-01
                                   AFTER   ADVANCING 2 LINES.
           WRITE   REL-REGISTRO    FROM    WS-TOT-02
                                   AFTER   ADVANCING 1 LINE.
           WRITE   REL-REGISTRO    FROM    WS-TOT-03
                                   AFTER   ADVANCING 1 LINE.
           WRITE   REL-REGISTRO    FROM    WS-TOT-04
                                   AFTER   ADVANCING 1 LINE.
           WRITE   REL-REGISTRO    FROM    WS-TOT-05
                                   AFTER   ADVANCING 1 LINE.
           WRITE   REL-REGISTRO    FROM    WS-TOT-06
                                   AFTER   ADVANCING 1 LINE.

           CLOSE   RELATORIO.

           MOVE    0               TO      RETURN-CODE.

           PERFORM 990-00-CONTROLE-FIM.

           STOP    RUN.
      *
      *---------------------------------------------------------------*
       999-99-EXIT.
      *-=-=-=-=-=-*
              EXIT.
