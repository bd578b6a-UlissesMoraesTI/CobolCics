      *===============================================================*
       IDENTIFICATION              DIVISION.
      *---------------------------------------------------------------*
      *
       PROGRAM-ID.                 SAGBB065.
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
      *   PROGRAMA      : SAGBB065                                    *
      *   LINGUAGEM     : COBOL / DB2 (BATCH)                         *
      *   PROGRAMADOR   : ULISSES & MORAES                            *
      *   ANALISTA      : ULISSES & MORAES                            *
      *   DATA          : 15/10/2026                                  *
      *                                                               *
      *   OBJETIVO      : ALERTA SEMANAL DE RISCO DE EVASAO: CADA     *
      *                   MATRICULA ATIVA DE SAGTBS04_MATRICULAS      *
      *                   RECEBE UMA PONTUACAO DE RISCO QUE SOMA      *
      *                   QUATRO FATORES - TAXA DE FALTAS E MEDIA DAS *
      *                   NOTAS LANCADAS NA TURMA (SAGTBS11),         *
      *                   MENSALIDADES VENCIDAS EM ABERTO (SAGTBS10)  *
      *                   E TRANCAMENTOS/TRANSFERENCIAS DE TURMA DA   *
      *                   MATRICULA (SAGTBS09) - COM PESOS E LIMITES  *
      *                   DE SAGTBS15_PARAMETROS. A PONTUACAO DE      *
      *                   TODAS AS MATRICULAS E GRAVADA EM            *
      *                   SAGTBS26_RISCO_EVASAO PARA O ACOMPANHAMENTO *
      *                   SEMANA A SEMANA. AS MATRICULAS NO CORTE OU  *
      *                   ACIMA SAO LISTADAS POR CURSO E TURMA COM O  *
      *                   CONTATO DO ALUNO, OS MOTIVOS DA PONTUACAO E *
      *                   A VARIACAO SOBRE A APURACAO ANTERIOR, E     *
      *                   VAO AO ARQUIVO DE ACOMPANHAMENTO DOS        *
      *                   COORDENADORES (SAGEVA01)                    *
      *                                                               *
      *---------------------------------------------------------------*
      *                                                               *
      *   ARQUIVOS                                                    *
      *                                                               *
      *   NOME       DD         DESCRICAO                             *
      *   ---------- ---------- --------------------------------------*
      *   ARQEVA     SAGEVA01   ARQUIVO DE ACOMPANHAMENTO (ALUNOS NO  *
      *                         CORTE OU ACIMA)                       *
      *   RELATORIO  SAGRPT01   RELATORIO DE RISCO DE EVASAO          *
      *                                                               *
      *---------------------------------------------------------------*
      *                                                               *
      *   DB2                                                         *
      *                                                               *
      *   NOME               BOOK     DESCRICAO                       *
      *   -----------------  -------- ------------------------------- *
      *   SAGTBS01_ALUNOS    SAGTBS01 CADASTRO (NOME, E-MAIL, CELULAR) *
      *   SAGTBS02_TELEFONES SAGTBS02 TELEFONE SEM CELULAR CADASTRADO  *
      *   SAGTBS04_MATRICULAS SAGTBS04 MATRICULAS ATIVAS               *
      *   SAGTBS06_TURMAS    SAGTBS06 CATALOGO (NOME E INICIO)         *
      *   SAGTBS09_HIST_MATRICULAS                                     *
      *                      SAGTBS09 TRANCAMENTOS E TRANSFERENCIAS    *
      *   SAGTBS10_MENSALIDADES                                        *
      *                      SAGTBS10 MENSALIDADES VENCIDAS            *
      *   SAGTBS11_AVALIACOES                                          *
      *                      SAGTBS11 NOTAS E FALTAS                   *
      *   SAGTBS15_PARAMETROS                                          *
      *                      SAGTBS15 PESOS E LIMITES DA PONTUACAO     *
      *   SAGTBS26_RISCO_EVASAO                                        *
      *                      SAGTBS26 HISTORICO DA PONTUACAO           *
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
       INPUT-OUTPUT                SECTION.
      *---------------------------------------------------------------*
       FILE-CONTROL.
      *
           SELECT  ARQEVA          ASSIGN  TO      SAGEVA01
                                   ORGANIZATION    IS SEQUENTIAL.
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
       FD      ARQEVA
               RECORDING MODE      IS      F.
      *
       01      EVA-REGISTRO        PIC     X(200).
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
              '** INICIO WORKING SAGBB065 **'.
      *
      /**-----------------------------------------------------------***
      ***      AREA DE TRATAMENTO DE VARIAVEIS                      ***
      ***-----------------------------------------------------------***
      *
       01          WS-COMANDO-DB2  PIC     X(006) VALUE SPACES.
       01          WS-TABELAS-DB2  PIC     X(008) VALUE SPACES.
       01          WS-SQLCODE-DB2  PIC     +++9.
      *
       01          WS-QT-AVALIADAS PIC     9(007) COMP-3 VALUE ZERO.
       01          WS-QT-EM-RISCO  PIC     9(007) COMP-3 VALUE ZERO.
       01          WS-QT-TUR-AVAL  PIC     9(007) COMP-3 VALUE ZERO.
       01          WS-QT-TUR-RISCO PIC     9(007) COMP-3 VALUE ZERO.
       01          WS-QT-CUR-AVAL  PIC     9(007) COMP-3 VALUE ZERO.
       01          WS-QT-CUR-RISCO PIC     9(007) COMP-3 VALUE ZERO.
       01          WS-QT-COMMIT    PIC     9(003) COMP   VALUE ZERO.
       01          WS-NU-LINHA     PIC     9(002) COMP-3 VALUE 99.
       01          WS-NU-PAGINA    PIC     9(003) COMP-3 VALUE ZERO.
       01          WS-NU-SEQ-REG   PIC     9(006) COMP-3 VALUE ZERO.
      *
       01          WS-CO-CURSO-ANT PIC     S9(009) COMP  VALUE ZERO.
       01          WS-CO-TURMA-ANT PIC     S9(009) COMP  VALUE ZERO.
       01          WS-NO-CURSO-ANT PIC     X(040) VALUE SPACES.
      *
       01          WS-SW-FIM-CURSOR
                                   PIC     X(001) VALUE 'N'.
         88        WS-FIM-CURSOR           VALUE 'S'.
      *
       01          WS-SW-PRIMEIRA  PIC     X(001) VALUE 'S'.
         88        WS-PRIMEIRA-MATRICULA   VALUE 'S'.
      *
       01          WS-SW-ANTERIOR  PIC     X(001) VALUE 'N'.
         88        WS-TEM-ANTERIOR         VALUE 'S'.
      *
      *        --- VALORES APURADOS DA MATRICULA ---------------------
       01          WS-QT-DIAS-TURMA
                                   PIC     S9(009) COMP  VALUE ZERO.
       01          WS-QT-NOTAS     PIC     S9(009) COMP  VALUE ZERO.
       01          WS-QT-FALTAS    PIC     S9(009) COMP  VALUE ZERO.
       01          WS-QT-VENCIDAS  PIC     S9(009) COMP  VALUE ZERO.
       01          WS-QT-MOVTOS    PIC     S9(009) COMP  VALUE ZERO.
       01          WS-QT-AULAS-DADAS
                                   PIC     S9(007) COMP-3 VALUE ZERO.
       01          WS-VL-SOMA-NOTAS
                                   PIC     S9(005)V9(002)
                                                   COMP-3 VALUE ZERO.
       01          WS-NU-MEDIA     PIC     S9(002)V9(002)
                                                   COMP-3 VALUE ZERO.
       01          WS-PC-FALTAS    PIC     S9(003)V9(002)
                                                   COMP-3 VALUE ZERO.
      *
      *        --- PONTOS DE CADA FATOR E PONTUACAO FINAL ------------
       01          WS-VL-FATOR     PIC     S9(005)V9(004)
                                                   COMP-3 VALUE ZERO.
       01          WS-PT-FALTAS    PIC     S9(003)V9(004)
                                                   COMP-3 VALUE ZERO.
       01          WS-PT-MEDIA     PIC     S9(003)V9(004)
                                                   COMP-3 VALUE ZERO.
       01          WS-PT-ATRASO    PIC     S9(003)V9(004)
                                                   COMP-3 VALUE ZERO.
       01          WS-PT-MOVTO     PIC     S9(003)V9(004)
                                                   COMP-3 VALUE ZERO.
       01          WS-NU-PONTUACAO PIC     S9(004) COMP  VALUE ZERO.
       01          WS-NU-PONT-ANT  PIC     S9(004) COMP  VALUE ZERO.
       01          WS-NU-VARIACAO  PIC     S9(004) COMP  VALUE ZERO.
      *
      *        --- MOTIVOS DA PONTUACAO (FATORES COM PONTOS) ---------
       01          WS-MOTIVOS.
           03      WS-MOT-FALTAS   PIC     X(012) VALUE SPACES.
           03      WS-MOT-MEDIA    PIC     X(012) VALUE SPACES.
           03      WS-MOT-ATRASO   PIC     X(012) VALUE SPACES.
           03      WS-MOT-MOVTO    PIC     X(012) VALUE SPACES.
      *
      *        --- CONTATO TELEFONICO DO ALUNO -----------------------
       01          WS-CO-LOCAL-CONTATO
                                   PIC     S9(004) COMP  VALUE ZERO.
       01          WS-NU-TELEF-CONTATO
                                   PIC     S9(009) COMP  VALUE ZERO.
      *
      /**-----------------------------------------------------------***
      ***      PESOS E LIMITES DA PONTUACAO (SAGTBS15)              ***
      ***-----------------------------------------------------------***
      *
       01          WS-PS-FALTAS    PIC     S9(003)V9(002)
                                                   COMP-3 VALUE ZERO.
       01          WS-PS-MEDIA     PIC     S9(003)V9(002)
                                                   COMP-3 VALUE ZERO.
       01          WS-PS-ATRASO    PIC     S9(003)V9(002)
                                                   COMP-3 VALUE ZERO.
       01          WS-PS-MOVTO     PIC     S9(003)V9(002)
                                                   COMP-3 VALUE ZERO.
       01          WS-PC-LIM-FALTAS
                                   PIC     S9(003)V9(002)
                                                   COMP-3 VALUE ZERO.
       01          WS-NU-MEDIA-MIN PIC     S9(002)V9(002)
                                                   COMP-3 VALUE ZERO.
       01          WS-QT-LIM-ATRASO
                                   PIC     S9(003) COMP-3 VALUE ZERO.
       01          WS-QT-LIM-MOVTO PIC     S9(003) COMP-3 VALUE ZERO.
       01          WS-QT-AULAS-SEM PIC     S9(003) COMP-3 VALUE ZERO.
       01          WS-NU-CORTE     PIC     S9(003) COMP-3 VALUE ZERO.
      *
      /**-----------------------------------------------------------***
      ***      TRATAMENTO DE NULIDADE DE CAMPOS                     ***
      ***-----------------------------------------------------------***
      *
       01     WS-NO-E-MAIL-NULL    PIC    S9(004) COMP.
       01     WS-CO-LOCAL-CEL-NULL PIC    S9(004) COMP.
       01     WS-NU-TELEF-CEL-NULL PIC    S9(004) COMP.
       01     WS-NU-MEDIA-NULL     PIC    S9(004) COMP.
      *
      /**-----------------------------------------------------------***
      ***          AREA DE TRATAMENTO DE DATA                       ***
      ***-----------------------------------------------------------***
      *
       01          WS-DAT-ATU      PIC     X(010) VALUE '99.99.9999'.
       01          FILLER          REDEFINES      WS-DAT-ATU.
         03        WS-DIA-ATU      PIC     9(002).
         03        FILLER          PIC     X(001).
         03        WS-MES-ATU      PIC     9(002).
         03        FILLER          PIC     X(001).
         03        WS-ANO-ATU      PIC     9(004).
      *
      /**-----------------------------------------------------------***
      ***      REGISTROS DO ARQUIVO DE ACOMPANHAMENTO               ***
      ***-----------------------------------------------------------***
      *
      *        --- REGISTRO HEADER (TIPO 0) --------------------------
       01          WS-EVA-HEADER.
           03      FILLER          PIC     X(001) VALUE '0'.
           03      FILLER          PIC     X(010) VALUE 'SISAG'.
           03      FILLER          PIC     X(030) VALUE
                  'ACOMPANHAMENTO RISCO EVASAO'.
           03      WS-HDR-DT-APURACAO.
             05    WS-HDR-ANO      PIC     9(004).
             05    WS-HDR-MES      PIC     9(002).
             05    WS-HDR-DIA      PIC     9(002).
           03      WS-HDR-NU-CORTE PIC     9(003).
           03      FILLER          PIC     X(142) VALUE SPACES.
           03      WS-HDR-NU-SEQ   PIC     9(006).
      *
      *        --- REGISTRO DE ALUNO EM RISCO (TIPO 1): MOTIVOS   ---
      *        --- 'S'/'N' NA ORDEM FALTAS, MEDIA, MENSALIDADES   ---
      *        --- VENCIDAS E TRANCAMENTOS/TRANSFERENCIAS -----------
       01          WS-EVA-DETALHE.
           03      FILLER          PIC     X(001) VALUE '1'.
           03      WS-DTL-CO-CURSO PIC     9(005).
           03      WS-DTL-CO-TURMA PIC     9(005).
           03      WS-DTL-CO-ALUNO PIC     9(009).
           03      WS-DTL-NO-ALUNO PIC     X(060).
           03      WS-DTL-NO-E-MAIL
                                   PIC     X(060).
           03      WS-DTL-CO-LOCAL PIC     9(004).
           03      WS-DTL-NU-TELEFONE
                                   PIC     9(009).
           03      WS-DTL-NU-PONTUACAO
                                   PIC     9(003).
           03      WS-DTL-NU-PONT-ANT
                                   PIC     9(003).
           03      WS-DTL-PC-FALTAS
                                   PIC     9(003)V9(002).
           03      WS-DTL-NU-MEDIA PIC     9(002)V9(002).
           03      WS-DTL-QT-VENCIDAS
                                   PIC     9(003).
           03      WS-DTL-QT-MOVTOS
                                   PIC     9(003).
           03      WS-DTL-IC-MOT-FALTAS
                                   PIC     X(001).
           03      WS-DTL-IC-MOT-MEDIA
                                   PIC     X(001).
           03      WS-DTL-IC-MOT-ATRASO
                                   PIC     X(001).
           03      WS-DTL-IC-MOT-MOVTO
                                   PIC     X(001).
           03      FILLER          PIC     X(016) VALUE SPACES.
           03      WS-DTL-NU-SEQ   PIC     9(006).
      *
      *        --- REGISTRO TRAILER (TIPO 9) -------------------------
       01          WS-EVA-TRAILER.
           03      FILLER          PIC     X(001) VALUE '9'.
           03      WS-TRL-QT-ALUNOS
                                   PIC     9(006).
           03      FILLER          PIC     X(187) VALUE SPACES.
           03      WS-TRL-NU-SEQ   PIC     9(006).
      *
      /**-----------------------------------------------------------***
      ***      LINHAS DE IMPRESSAO DO RELATORIO                     ***
      ***-----------------------------------------------------------***
      *
       01          WS-CAB-01.
           03      FILLER          PIC     X(001) VALUE '1'.
           03      FILLER          PIC     X(017) VALUE
                  'SISAG - SAGBB065'.
           03      FILLER          PIC     X(040) VALUE
                  'RISCO DE EVASAO DAS MATRICULAS ATIVAS'.
           03      FILLER          PIC     X(010) VALUE
                  'APURACAO: '.
           03      WS-CAB-01-DATA  PIC     X(010).
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
           03      FILLER          PIC     X(007) VALUE 'CORTE: '.
           03      WS-CAB-03-CORTE PIC     ZZ9.
           03      FILLER          PIC     X(017) VALUE
                  '   PESOS: FALTAS '.
           03      WS-CAB-03-PS-FALTAS
                                   PIC     ZZ9.
           03      FILLER          PIC     X(007) VALUE ' MEDIA '.
           03      WS-CAB-03-PS-MEDIA
                                   PIC     ZZ9.
           03      FILLER          PIC     X(014) VALUE
                  ' MENS.VENCIDA '.
           03      WS-CAB-03-PS-ATRASO
                                   PIC     ZZ9.
           03      FILLER          PIC     X(014) VALUE
                  ' TRANC/TRANSF '.
           03      WS-CAB-03-PS-MOVTO
                                   PIC     ZZ9.
      *
       01          WS-CAB-04.
           03      FILLER          PIC     X(001) VALUE ' '.
           03      FILLER          PIC     X(011) VALUE 'ALUNO      '.
           03      FILLER          PIC     X(032) VALUE
                  'NOME DO ALUNO'.
           03      FILLER          PIC     X(005) VALUE 'PONT '.
           03      FILLER          PIC     X(005) VALUE 'ANT. '.
           03      FILLER          PIC     X(006) VALUE 'VAR.  '.
           03      FILLER          PIC     X(008) VALUE 'FALTAS %'.
           03      FILLER          PIC     X(007) VALUE 'MEDIA  '.
           03      FILLER          PIC     X(005) VALUE 'VENC '.
           03      FILLER          PIC     X(005) VALUE 'MOV. '.
           03      FILLER          PIC     X(047) VALUE 'MOTIVOS'.
      *
       01          WS-TUR-01.
           03      FILLER          PIC     X(001) VALUE ' '.
           03      FILLER          PIC     X(007) VALUE 'CURSO: '.
           03      WS-TUR-CO-CURSO PIC     ZZZZ9.
           03      FILLER          PIC     X(003) VALUE ' - '.
           03      WS-TUR-NO-CURSO PIC     X(040).
           03      FILLER          PIC     X(009) VALUE '  TURMA: '.
           03      WS-TUR-CO-TURMA PIC     ZZZZ9.
      *
       01          WS-DET-01.
           03      FILLER          PIC     X(001) VALUE ' '.
           03      WS-DET-CO-ALUNO PIC     ZZZZZZZZ9.
           03      FILLER          PIC     X(002) VALUE SPACES.
           03      WS-DET-NO-ALUNO PIC     X(030).
           03      FILLER          PIC     X(002) VALUE SPACES.
           03      WS-DET-PONTUACAO
                                   PIC     ZZ9.
           03      FILLER          PIC     X(002) VALUE SPACES.
           03      WS-DET-PONT-ANT PIC     ZZ9.
           03      WS-DET-PONT-ANT-X
                                   REDEFINES      WS-DET-PONT-ANT
                                   PIC     X(003).
           03      FILLER          PIC     X(002) VALUE SPACES.
           03      WS-DET-VARIACAO PIC     +ZZ9.
           03      WS-DET-VARIACAO-X
                                   REDEFINES      WS-DET-VARIACAO
                                   PIC     X(004).
           03      FILLER          PIC     X(002) VALUE SPACES.
           03      WS-DET-PC-FALTAS
                                   PIC     ZZ9,99.
           03      FILLER          PIC     X(002) VALUE SPACES.
           03      WS-DET-MEDIA    PIC     Z9,99.
           03      WS-DET-MEDIA-X  REDEFINES      WS-DET-MEDIA
                                   PIC     X(005).
           03      FILLER          PIC     X(002) VALUE SPACES.
           03      WS-DET-VENCIDAS PIC     ZZ9.
           03      FILLER          PIC     X(002) VALUE SPACES.
           03      WS-DET-MOVTOS   PIC     ZZ9.
           03      FILLER          PIC     X(002) VALUE SPACES.
           03      WS-DET-MOTIVOS  PIC     X(048).
      *
       01          WS-DET-02.
           03      FILLER          PIC     X(001) VALUE ' '.
           03      FILLER          PIC     X(011) VALUE SPACES.
           03      FILLER          PIC     X(008) VALUE 'E-MAIL: '.
           03      WS-DET-NO-E-MAIL
                                   PIC     X(060).
           03      FILLER          PIC     X(008) VALUE '  TEL: ('.
           03      WS-DET-CO-LOCAL PIC     ZZZ9.
           03      FILLER          PIC     X(002) VALUE ') '.
           03      WS-DET-NU-TELEFONE
                                   PIC     ZZZZZZZZ9.
      *
       01          WS-SUB-01.
           03      FILLER          PIC     X(001) VALUE ' '.
           03      WS-SUB-DS-QUEBRA
                                   PIC     X(018).
           03      WS-SUB-CODIGO   PIC     ZZZZ9.
           03      FILLER          PIC     X(025) VALUE
                  ' - MATRICULAS AVALIADAS: '.
           03      WS-SUB-QT-AVAL  PIC     ZZZ.ZZ9.
           03      FILLER          PIC     X(013) VALUE
                  '  EM RISCO: '.
           03      WS-SUB-QT-RISCO PIC     ZZZ.ZZ9.
      *
       01          WS-TOT-01.
           03      FILLER          PIC     X(001) VALUE ' '.
           03      FILLER          PIC     X(040) VALUE
                  'MATRICULAS ATIVAS AVALIADAS         : '.
           03      WS-TOT-AVALIADAS
                                   PIC     ZZZ.ZZ9.
      *
       01          WS-TOT-02.
           03      FILLER          PIC     X(001) VALUE ' '.
           03      FILLER          PIC     X(040) VALUE
                  'MATRICULAS EM RISCO (NO CORTE/ACIMA): '.
           03      WS-TOT-EM-RISCO PIC     ZZZ.ZZ9.
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
                   INCLUDE SAGTBS01
           END-EXEC.
      /
           EXEC    SQL
                   INCLUDE SAGTBS02
           END-EXEC.
      /
           EXEC    SQL
                   INCLUDE SAGTBS04
           END-EXEC.
      /
           EXEC    SQL
                   INCLUDE SAGTBS06
           END-EXEC.
      /
           EXEC    SQL
                   INCLUDE SAGTBS09
           END-EXEC.
      /
           EXEC    SQL
                   INCLUDE SAGTBS10
           END-EXEC.
      /
           EXEC    SQL
                   INCLUDE SAGTBS11
           END-EXEC.
      /
           EXEC    SQL
                   INCLUDE SAGTBS15
           END-EXEC.
      /
           EXEC    SQL
                   INCLUDE SAGTBS26
           END-EXEC.
      *
      *---------------------------------------------------------------*
       01          FILLER              PIC     X(040)  VALUE
                  '** FINAL WORKING SAGBB065 **'.
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
           OPEN    OUTPUT  ARQEVA
                           RELATORIO.

           PERFORM 105-00-CONTROLE-INICIO.

           PERFORM 130-00-LE-PARAMETROS.

      *    A DATA DA APURACAO E CAPTURADA UMA UNICA VEZ: E A CHAVE    *
      *    DAS LINHAS GRAVADAS EM SAGTBS26 E O LIMITE DA APURACAO     *
      *    ANTERIOR, MESMO QUE O JOB VIRE A MEIA-NOITE.               *
      *
           EXEC    SQL
                   SET    :WS-DAT-ATU = CURRENT DATE
           END-EXEC.

           IF      SQLCODE     NOT EQUAL   +000
                   MOVE 'SETDAT'   TO      WS-COMANDO-DB2
                   MOVE 'SYSDUMMY' TO      WS-TABELAS-DB2
                   PERFORM         995-00-ABEND-DB2
           END-IF.

           MOVE    WS-DAT-ATU      TO      WS-CAB-01-DATA.

           PERFORM 150-00-GRAVA-HEADER.

           PERFORM 280-00-IMPRIME-CABECALHO.

           EXEC    SQL

                   DECLARE C065MAT CURSOR WITH HOLD FOR

                   SELECT  M.CO_CURSO     ,
                           M.CO_TURMA     ,
                           T.NO_CURSO     ,
                           M.CO_ALUNO     ,
                           A.NO_ALUNO     ,
                           A.NO_E_MAIL    ,
                           A.CO_LOCAL_CEL ,
                           A.NU_TELEF_CEL ,
                           CASE WHEN T.DT_FIM < :WS-DAT-ATU
                                THEN DAYS(T.DT_FIM)
                                ELSE DAYS(DATE(:WS-DAT-ATU))
                           END  -  DAYS(T.DT_INICIO)

                   FROM    DB2.SAGTBS04_MATRICULAS M ,
                           DB2.SAGTBS06_TURMAS     T ,
                           DB2.SAGTBS01_ALUNOS     A

                   WHERE   M.IC_SITUACAO = 'A'
                   AND     T.CO_CURSO    = M.CO_CURSO
                   AND     T.CO_TURMA    = M.CO_TURMA
                   AND     A.CO_ALUNO    = M.CO_ALUNO

                   ORDER BY M.CO_CURSO , M.CO_TURMA , A.NO_ALUNO

           END-EXEC.

           EXEC    SQL
                   OPEN    C065MAT
           END-EXEC.

           IF      SQLCODE     NOT EQUAL   +000
                   MOVE 'OPNCUR'   TO      WS-COMANDO-DB2
                   MOVE 'SAGTBS04' TO      WS-TABELAS-DB2
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
      *    JOBS (SAGTBS13 VIA SAGBBCTL). A SEGUNDA EXECUCAO JA        *
      *    CONCLUIDA NA MESMA DATA E RECUSADA COM A MENSAGEM DA       *
      *    ROTINA NO RELATORIO E RETURN-CODE 08.                      *
      *---------------------------------------------------------------*
      *
           MOVE    01              TO      RUCTL-ACAO.
           MOVE    'SAGBB065'      TO      RUCTL-NO-JOB.
           MOVE    ZEROS           TO      RUCTL-NU-COMPETENCIA.
           MOVE    'S'             TO      RUCTL-IC-TRAVA.
           MOVE    ZEROS           TO      RUCTL-NU-SEQ-EXECUCAO.
           MOVE    ZEROS           TO      RUCTL-QT-LIDOS.
           MOVE    ZEROS           TO      RUCTL-QT-GRAVADOS.
           MOVE    ZEROS           TO      RUCTL-QT-REJEITADOS.
           MOVE    ZEROS           TO      RUCTL-CD-RETORNO-JOB.

           CALL    WS-SAGBBCTL     USING   RUCTLCTL.

           IF      RUCTL-CODIGO-RETORNO
                                   EQUAL   99
                   DISPLAY RUCTL-MENSAGEM
                   CLOSE   ARQEVA
                           RELATORIO
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
                   CLOSE   ARQEVA
                           RELATORIO
                   MOVE    08      TO      RETURN-CODE
                   STOP    RUN
           END-IF.
      *
      *---------------------------------------------------------------*
       105-99-EXIT.
      *-=-=-=-=-=-*
              EXIT.
      /===============================================================*
       130-00-LE-PARAMETROS        SECTION.
      *---------------------------------------------------------------*
      *
      *    LE OS PESOS E LIMITES DA PONTUACAO DE SAGTBS15_PARAMETROS. *
      *    O PARAMETRO AUSENTE OU ZERO ASSUME O PADRAO DA BOOK        *
      *    SAGTBS15: PESOS 30 (FALTAS), 30 (MEDIA), 25 (MENSALIDADES  *
      *    VENCIDAS) E 15 (TRANCAMENTOS/TRANSFERENCIAS), SOMANDO 100; *
      *    PESO INTEIRO COM 25% DE FALTAS, MEDIA ATE A METADE DE      *
      *    07,00, 3 MENSALIDADES VENCIDAS E 2 MOVIMENTOS; 2 AULAS POR *
      *    SEMANA E CORTE EM 50 PONTOS.                               *
      *---------------------------------------------------------------*
      *
           MOVE    WS15-CH-PS-EVA-FALTAS
                                   TO      PAR-NO-PARAMETRO.
           PERFORM 135-00-SELECT-PARAMETRO.
           MOVE    PAR-VL-PARAMETRO
                                   TO      WS-PS-FALTAS.
           IF      WS-PS-FALTAS    EQUAL   ZERO
                   MOVE 30         TO      WS-PS-FALTAS
           END-IF.

           MOVE    WS15-CH-PS-EVA-MEDIA
                                   TO      PAR-NO-PARAMETRO.
           PERFORM 135-00-SELECT-PARAMETRO.
           MOVE    PAR-VL-PARAMETRO
                                   TO      WS-PS-MEDIA.
           IF      WS-PS-MEDIA     EQUAL   ZERO
                   MOVE 30         TO      WS-PS-MEDIA
           END-IF.

           MOVE    WS15-CH-PS-EVA-ATRASO
                                   TO      PAR-NO-PARAMETRO.
           PERFORM 135-00-SELECT-PARAMETRO.
           MOVE    PAR-VL-PARAMETRO
                                   TO      WS-PS-ATRASO.
           IF      WS-PS-ATRASO    EQUAL   ZERO
                   MOVE 25         TO      WS-PS-ATRASO
           END-IF.

           MOVE    WS15-CH-PS-EVA-MOVTO
                                   TO      PAR-NO-PARAMETRO.
           PERFORM 135-00-SELECT-PARAMETRO.
           MOVE    PAR-VL-PARAMETRO
                                   TO      WS-PS-MOVTO.
           IF      WS-PS-MOVTO     EQUAL   ZERO
                   MOVE 15         TO      WS-PS-MOVTO
           END-IF.

           MOVE    WS15-CH-PC-EVA-FALTAS
                                   TO      PAR-NO-PARAMETRO.
           PERFORM 135-00-SELECT-PARAMETRO.
           MOVE    PAR-VL-PARAMETRO
                                   TO      WS-PC-LIM-FALTAS.
           IF      WS-PC-LIM-FALTAS
                                   EQUAL   ZERO
                   MOVE 25         TO      WS-PC-LIM-FALTAS
           END-IF.

           MOVE    WS15-CH-NU-EVA-MEDIA
                                   TO      PAR-NO-PARAMETRO.
           PERFORM 135-00-SELECT-PARAMETRO.
           MOVE    PAR-VL-PARAMETRO
                                   TO      WS-NU-MEDIA-MIN.
           IF      WS-NU-MEDIA-MIN EQUAL   ZERO
                   MOVE 07,00      TO      WS-NU-MEDIA-MIN
           END-IF.

           MOVE    WS15-CH-QT-EVA-ATRASO
                                   TO      PAR-NO-PARAMETRO.
           PERFORM 135-00-SELECT-PARAMETRO.
           MOVE    PAR-VL-PARAMETRO
                                   TO      WS-QT-LIM-ATRASO.
           IF      WS-QT-LIM-ATRASO
                                   EQUAL   ZERO
                   MOVE 3          TO      WS-QT-LIM-ATRASO
           END-IF.

           MOVE    WS15-CH-QT-EVA-MOVTO
                                   TO      PAR-NO-PARAMETRO.
           PERFORM 135-00-SELECT-PARAMETRO.
           MOVE    PAR-VL-PARAMETRO
                                   TO      WS-QT-LIM-MOVTO.
           IF      WS-QT-LIM-MOVTO EQUAL   ZERO
                   MOVE 2          TO      WS-QT-LIM-MOVTO
           END-IF.

           MOVE    WS15-CH-QT-EVA-AULAS
                                   TO      PAR-NO-PARAMETRO.
           PERFORM 135-00-SELECT-PARAMETRO.
           MOVE    PAR-VL-PARAMETRO
                                   TO      WS-QT-AULAS-SEM.
           IF      WS-QT-AULAS-SEM EQUAL   ZERO
                   MOVE 2          TO      WS-QT-AULAS-SEM
           END-IF.

           MOVE    WS15-CH-NU-EVA-CORTE
                                   TO      PAR-NO-PARAMETRO.
           PERFORM 135-00-SELECT-PARAMETRO.
           MOVE    PAR-VL-PARAMETRO
                                   TO      WS-NU-CORTE.
           IF      WS-NU-CORTE     EQUAL   ZERO
                   MOVE 50         TO      WS-NU-CORTE
           END-IF.

           MOVE    WS-NU-CORTE     TO      WS-CAB-03-CORTE.
           MOVE    WS-PS-FALTAS    TO      WS-CAB-03-PS-FALTAS.
           MOVE    WS-PS-MEDIA     TO      WS-CAB-03-PS-MEDIA.
           MOVE    WS-PS-ATRASO    TO      WS-CAB-03-PS-ATRASO.
           MOVE    WS-PS-MOVTO     TO      WS-CAB-03-PS-MOVTO.
      *
      *---------------------------------------------------------------*
       130-99-EXIT.
      *-=-=-=-=-=-*
              EXIT.
      /===============================================================*
       135-00-SELECT-PARAMETRO     SECTION.
      *---------------------------------------------------------------*
      *
      *    LE O PARAMETRO CUJO NOME ESTA EM PAR-NO-PARAMETRO. O       *
      *    PARAMETRO AUSENTE DA TABELA (OU NEGATIVO) VOLTA ZERO E     *
      *    ASSUME O PADRAO EM 130-00.                                 *
      *---------------------------------------------------------------*
      *
           EXEC    SQL

                   SELECT  VL_PARAMETRO

                   INTO   :PAR-VL-PARAMETRO

                   FROM    DB2.SAGTBS15_PARAMETROS

                   WHERE   NO_PARAMETRO = :PAR-NO-PARAMETRO

           END-EXEC.

           IF      SQLCODE     EQUAL       +100
                   MOVE ZEROS      TO      PAR-VL-PARAMETRO
           ELSE
                   IF      SQLCODE NOT EQUAL   +000
                           MOVE 'SELPAR'   TO WS-COMANDO-DB2
                           MOVE 'SAGTBS15' TO WS-TABELAS-DB2
                           PERFORM 995-00-ABEND-DB2
                   END-IF
           END-IF.

           IF      PAR-VL-PARAMETRO
                                   LESS    ZERO
                   MOVE ZEROS      TO      PAR-VL-PARAMETRO
           END-IF.
      *
      *---------------------------------------------------------------*
       135-99-EXIT.
      *-=-=-=-=-=-*
              EXIT.
      /===============================================================*
       150-00-GRAVA-HEADER         SECTION.
      *---------------------------------------------------------------*
      *
           MOVE    WS-ANO-ATU      TO      WS-HDR-ANO.
           MOVE    WS-MES-ATU      TO      WS-HDR-MES.
           MOVE    WS-DIA-ATU      TO      WS-HDR-DIA.
           MOVE    WS-NU-CORTE     TO      WS-HDR-NU-CORTE.

           ADD     1               TO      WS-NU-SEQ-REG.
           MOVE    WS-NU-SEQ-REG   TO      WS-HDR-NU-SEQ.

           WRITE   EVA-REGISTRO    FROM    WS-EVA-HEADER.
      *
      *---------------------------------------------------------------*
       150-99-EXIT.
      *-=-=-=-=-=-*
              EXIT.
      /===============================================================*
       200-00-PROCED-PRINCIPAIS    SECTION.
      *---------------------------------------------------------------*
      *
           PERFORM 210-00-FETCH-C065MAT
                   UNTIL   WS-FIM-CURSOR.

           EXEC    SQL
                   CLOSE   C065MAT
           END-EXEC.

           IF      NOT     WS-PRIMEIRA-MATRICULA
                   PERFORM         260-00-TOTAL-TURMA
                   PERFORM         265-00-TOTAL-CURSO
           END-IF.
      *
      *---------------------------------------------------------------*
       200-99-EXIT.
      *-=-=-=-=-=-*
              EXIT.
      /===============================================================*
       210-00-FETCH-C065MAT        SECTION.
      *---------------------------------------------------------------*
      *
           EXEC    SQL
                   FETCH   C065MAT

                   INTO   :MAT-CO-CURSO ,
                          :MAT-CO-TURMA ,
                          :TUR-NO-CURSO ,
                          :MAT-CO-ALUNO ,
                          :NO-ALUNO     ,
                          :NO-E-MAIL
                             :WS-NO-E-MAIL-NULL   ,
                          :CO-LOCAL-CEL
                             :WS-CO-LOCAL-CEL-NULL,
                          :NU-TELEF-CEL
                             :WS-NU-TELEF-CEL-NULL,
                          :WS-QT-DIAS-TURMA

           END-EXEC.

           IF      SQLCODE     EQUAL       +100
                   MOVE 'S'        TO      WS-SW-FIM-CURSOR
           ELSE
                   IF      SQLCODE NOT EQUAL   +000
                           MOVE 'FETCH'    TO WS-COMANDO-DB2
                           MOVE 'SAGTBS04' TO WS-TABELAS-DB2
                           PERFORM 995-00-ABEND-DB2
                   END-IF
                   PERFORM 215-00-VERIFICA-QUEBRA
                   PERFORM 220-00-AVALIA-MATRICULA
           END-IF.
      *
      *---------------------------------------------------------------*
       210-99-EXIT.
      *-=-=-=-=-=-*
              EXIT.
      /===============================================================*
       215-00-VERIFICA-QUEBRA      SECTION.
      *---------------------------------------------------------------*
      *
      *    QUEBRA POR CURSO E TURMA: FECHA OS SUBTOTAIS DA TURMA (E   *
      *    DO CURSO, QUANDO MUDA) E ABRE A NOVA TURMA NO RELATORIO.   *
      *---------------------------------------------------------------*
      *
           IF      NOT     WS-PRIMEIRA-MATRICULA AND
                   MAT-CO-CURSO    EQUAL   WS-CO-CURSO-ANT AND
                   MAT-CO-TURMA    EQUAL   WS-CO-TURMA-ANT
                   GO   TO         215-99-EXIT
           END-IF.

           IF      NOT     WS-PRIMEIRA-MATRICULA
                   PERFORM         260-00-TOTAL-TURMA
                   IF      MAT-CO-CURSO NOT EQUAL WS-CO-CURSO-ANT
                           PERFORM 265-00-TOTAL-CURSO
                   END-IF
           END-IF.

           MOVE    'N'             TO      WS-SW-PRIMEIRA.
           MOVE    MAT-CO-CURSO    TO      WS-CO-CURSO-ANT.
           MOVE    MAT-CO-TURMA    TO      WS-CO-TURMA-ANT.
           MOVE    TUR-NO-CURSO    TO      WS-NO-CURSO-ANT.

           PERFORM 270-00-IMPRIME-TURMA.
      *
      *---------------------------------------------------------------*
       215-99-EXIT.
      *-=-=-=-=-=-*
              EXIT.
      /===============================================================*
       220-00-AVALIA-MATRICULA     SECTION.
      *---------------------------------------------------------------*
      *
           ADD     1               TO      WS-QT-AVALIADAS.
           ADD     1               TO      WS-QT-TUR-AVAL.
           ADD     1               TO      WS-QT-CUR-AVAL.

           PERFORM 225-00-SOMA-NOTAS-FALTAS.

           PERFORM 230-00-CONTA-ATRASO-MOVTO.

           PERFORM 235-00-CALCULA-PONTUACAO.

           PERFORM 240-00-PONTUACAO-ANTERIOR.

           PERFORM 245-00-GRAVA-SAGTBS26.

           IF      WS-NU-PONTUACAO NOT LESS WS-NU-CORTE
                   PERFORM         250-00-TRATA-RISCO
           END-IF.

           ADD     1               TO      WS-QT-COMMIT.

           IF      WS-QT-COMMIT    EQUAL   100
                   PERFORM         970-00-COMMIT
           END-IF.
      *
      *---------------------------------------------------------------*
       220-99-EXIT.
      *-=-=-=-=-=-*
              EXIT.
      /===============================================================*
       225-00-SOMA-NOTAS-FALTAS    SECTION.
      *---------------------------------------------------------------*
      *
      *    NOTAS E FALTAS LANCADAS NA TURMA ATUAL DA MATRICULA, COMO  *
      *    NA APURACAO DE FIM DE TURMA (SAGBB048).                    *
      *---------------------------------------------------------------*
      *
           MOVE    MAT-CO-ALUNO    TO      AVA-CO-ALUNO.
           MOVE    MAT-CO-CURSO    TO      AVA-CO-CURSO.
           MOVE    MAT-CO-TURMA    TO      AVA-CO-TURMA.

           MOVE    ZERO            TO      WS-QT-NOTAS.
           MOVE    ZERO            TO      WS-QT-FALTAS.
           MOVE    ZERO            TO      WS-VL-SOMA-NOTAS.

           EXEC    SQL

                   SELECT  COUNT(*)             ,
                           VALUE(SUM(NU_NOTA),0)

                   INTO   :WS-QT-NOTAS      ,
                          :WS-VL-SOMA-NOTAS

                   FROM    DB2.SAGTBS11_AVALIACOES

                   WHERE   CO_ALUNO      = :AVA-CO-ALUNO
                   AND     CO_CURSO      = :AVA-CO-CURSO
                   AND     CO_TURMA      = :AVA-CO-TURMA
                   AND     TP_LANCAMENTO = 'N'

           END-EXEC.

           IF      SQLCODE     NOT EQUAL   +000
                   MOVE 'SELNOT'   TO      WS-COMANDO-DB2
                   MOVE 'SAGTBS11' TO      WS-TABELAS-DB2
                   PERFORM         995-00-ABEND-DB2
           END-IF.

           EXEC    SQL

                   SELECT  VALUE(SUM(QT_FALTAS),0)

                   INTO   :WS-QT-FALTAS

                   FROM    DB2.SAGTBS11_AVALIACOES

                   WHERE   CO_ALUNO      = :AVA-CO-ALUNO
                   AND     CO_CURSO      = :AVA-CO-CURSO
                   AND     CO_TURMA      = :AVA-CO-TURMA
                   AND     TP_LANCAMENTO = 'F'

           END-EXEC.

           IF      SQLCODE     NOT EQUAL   +000
                   MOVE 'SELFAL'   TO      WS-COMANDO-DB2
                   MOVE 'SAGTBS11' TO      WS-TABELAS-DB2
                   PERFORM         995-00-ABEND-DB2
           END-IF.
      *
      *---------------------------------------------------------------*
       225-99-EXIT.
      *-=-=-=-=-=-*
              EXIT.
      /===============================================================*
       230-00-CONTA-ATRASO-MOVTO   SECTION.
      *---------------------------------------------------------------*
      *
      *    MENSALIDADES EM ABERTO JA VENCIDAS DO ALUNO NO CURSO (A    *
      *    MESMA REGRA DA COBRANCA - SAGBB046) E TRANCAMENTOS E       *
      *    TRANSFERENCIAS DE TURMA JA SOFRIDOS PELA MATRICULA NO      *
      *    CURSO (SAGTBS09).                                          *
      *---------------------------------------------------------------*
      *
           MOVE    MAT-CO-ALUNO    TO      MEN-CO-ALUNO
                                           HMA-CO-ALUNO.
           MOVE    MAT-CO-CURSO    TO      MEN-CO-CURSO
                                           HMA-CO-CURSO.

           EXEC    SQL

                   SELECT  COUNT(*)

                   INTO   :WS-QT-VENCIDAS

                   FROM    DB2.SAGTBS10_MENSALIDADES

                   WHERE   CO_ALUNO      = :MEN-CO-ALUNO
                   AND     CO_CURSO      = :MEN-CO-CURSO
                   AND     IC_SITUACAO   = 'A'
                   AND     DT_VENCIMENTO < :WS-DAT-ATU

           END-EXEC.

           IF      SQLCODE     NOT EQUAL   +000
                   MOVE 'SELMEN'   TO      WS-COMANDO-DB2
                   MOVE 'SAGTBS10' TO      WS-TABELAS-DB2
                   PERFORM         995-00-ABEND-DB2
           END-IF.

           EXEC    SQL

                   SELECT  COUNT(*)

                   INTO   :WS-QT-MOVTOS

                   FROM    DB2.SAGTBS09_HIST_MATRICULAS

                   WHERE   CO_ALUNO     = :HMA-CO-ALUNO
                   AND     CO_CURSO     = :HMA-CO-CURSO
                   AND     TP_MOVIMENTO IN ('T','F')

           END-EXEC.

           IF      SQLCODE     NOT EQUAL   +000
                   MOVE 'SELHMA'   TO      WS-COMANDO-DB2
                   MOVE 'SAGTBS09' TO      WS-TABELAS-DB2
                   PERFORM         995-00-ABEND-DB2
           END-IF.
      *
      *---------------------------------------------------------------*
       230-99-EXIT.
      *-=-=-=-=-=-*
              EXIT.
      /===============================================================*
       235-00-CALCULA-PONTUACAO    SECTION.
      *---------------------------------------------------------------*
      *
      *    CADA FATOR VALE DE ZERO AO SEU PESO, PROPORCIONAL AO VALOR *
      *    APURADO ATE O LIMITE QUE DA O PESO INTEIRO:                *
      *    - FALTAS: FALTAS SOBRE AS AULAS DADAS DESDE O INICIO DA    *
      *      TURMA (DIAS DECORRIDOS / 7 X AULAS POR SEMANA), ATE O    *
      *      PERCENTUAL LIMITE;                                       *
      *    - MEDIA: SO COM NOTA LANCADA; ABAIXO DA MEDIA MINIMA,      *
      *      CRESCE ATE O PESO INTEIRO NA METADE DA MINIMA;           *
      *    - MENSALIDADES VENCIDAS E MOVIMENTOS: QUANTIDADE SOBRE O   *
      *      LIMITE.                                                  *
      *    A PONTUACAO E A SOMA ARREDONDADA DOS PONTOS. OS FATORES    *
      *    COM PONTOS SAO OS MOTIVOS DO RELATORIO E DO ARQUIVO.       *
      *---------------------------------------------------------------*
      *
           MOVE    ZERO            TO      WS-PT-FALTAS.
           MOVE    ZERO            TO      WS-PT-MEDIA.
           MOVE    ZERO            TO      WS-PT-ATRASO.
           MOVE    ZERO            TO      WS-PT-MOVTO.
           MOVE    ZERO            TO      WS-PC-FALTAS.
           MOVE    ZERO            TO      WS-NU-MEDIA.
           MOVE    SPACES          TO      WS-MOTIVOS.

           IF      WS-QT-DIAS-TURMA
                                   GREATER ZERO
                   COMPUTE WS-QT-AULAS-DADAS =
                           (WS-QT-DIAS-TURMA * WS-QT-AULAS-SEM) / 7
           ELSE
                   MOVE ZERO       TO      WS-QT-AULAS-DADAS
           END-IF.

           IF      WS-QT-AULAS-DADAS
                                   GREATER ZERO
                   IF      WS-QT-FALTAS NOT LESS WS-QT-AULAS-DADAS
                           MOVE 100        TO WS-PC-FALTAS
                   ELSE
                           COMPUTE WS-PC-FALTAS ROUNDED =
                                   (WS-QT-FALTAS * 100) /
                                   WS-QT-AULAS-DADAS
                   END-IF
                   COMPUTE WS-VL-FATOR ROUNDED =
                           WS-PC-FALTAS / WS-PC-LIM-FALTAS
                   IF      WS-VL-FATOR GREATER 1
                           MOVE 1          TO WS-VL-FATOR
                   END-IF
                   COMPUTE WS-PT-FALTAS ROUNDED =
                           WS-PS-FALTAS * WS-VL-FATOR
           END-IF.

           IF      WS-QT-NOTAS     GREATER ZERO
                   COMPUTE WS-NU-MEDIA ROUNDED =
                           WS-VL-SOMA-NOTAS / WS-QT-NOTAS
                   IF      WS-NU-MEDIA LESS   WS-NU-MEDIA-MIN
                           COMPUTE WS-VL-FATOR ROUNDED =
                                   ((WS-NU-MEDIA-MIN - WS-NU-MEDIA)
                                   * 2) / WS-NU-MEDIA-MIN
                           IF      WS-VL-FATOR GREATER 1
                                   MOVE 1  TO WS-VL-FATOR
                           END-IF
                           COMPUTE WS-PT-MEDIA ROUNDED =
                                   WS-PS-MEDIA * WS-VL-FATOR
                   END-IF
           END-IF.

           IF      WS-QT-VENCIDAS  GREATER ZERO
                   COMPUTE WS-VL-FATOR ROUNDED =
                           WS-QT-VENCIDAS / WS-QT-LIM-ATRASO
                   IF      WS-VL-FATOR GREATER 1
                           MOVE 1          TO WS-VL-FATOR
                   END-IF
                   COMPUTE WS-PT-ATRASO ROUNDED =
                           WS-PS-ATRASO * WS-VL-FATOR
           END-IF.

           IF      WS-QT-MOVTOS    GREATER ZERO
                   COMPUTE WS-VL-FATOR ROUNDED =
                           WS-QT-MOVTOS / WS-QT-LIM-MOVTO
                   IF      WS-VL-FATOR GREATER 1
                           MOVE 1          TO WS-VL-FATOR
                   END-IF
                   COMPUTE WS-PT-MOVTO ROUNDED =
                           WS-PS-MOVTO * WS-VL-FATOR
           END-IF.

           COMPUTE WS-NU-PONTUACAO ROUNDED =
                   WS-PT-FALTAS + WS-PT-MEDIA +
                   WS-PT-ATRASO + WS-PT-MOVTO.

           IF      WS-PT-FALTAS    GREATER ZERO
                   MOVE 'FALTAS'   TO      WS-MOT-FALTAS
           END-IF.

           IF      WS-PT-MEDIA     GREATER ZERO
                   MOVE 'MEDIA BAIXA'
                                   TO      WS-MOT-MEDIA
           END-IF.

           IF      WS-PT-ATRASO    GREATER ZERO
                   MOVE 'MENS.VENCIDA'
                                   TO      WS-MOT-ATRASO
           END-IF.

           IF      WS-PT-MOVTO     GREATER ZERO
                   MOVE 'TRANC/TRANSF'
                                   TO      WS-MOT-MOVTO
           END-IF.
      *
      *---------------------------------------------------------------*
       235-99-EXIT.
      *-=-=-=-=-=-*
              EXIT.
      /===============================================================*
       240-00-PONTUACAO-ANTERIOR   SECTION.
      *---------------------------------------------------------------*
      *
      *    ULTIMA APURACAO ANTERIOR DO ALUNO NO CURSO (NORMALMENTE A  *
      *    DA SEMANA PASSADA), BASE DA VARIACAO DO RELATORIO.         *
      *---------------------------------------------------------------*
      *
           MOVE    MAT-CO-ALUNO    TO      RSC-CO-ALUNO.
           MOVE    MAT-CO-CURSO    TO      RSC-CO-CURSO.

           EXEC    SQL

                   SELECT  NU_PONTUACAO

                   INTO   :WS-NU-PONT-ANT

                   FROM    DB2.SAGTBS26_RISCO_EVASAO

                   WHERE   CO_ALUNO     = :RSC-CO-ALUNO
                   AND     CO_CURSO     = :RSC-CO-CURSO
                   AND     DT_APURACAO  < :WS-DAT-ATU

                   ORDER BY DT_APURACAO DESC

                   FETCH FIRST 1 ROW ONLY

           END-EXEC.

           IF      SQLCODE     EQUAL       +100
                   MOVE 'N'        TO      WS-SW-ANTERIOR
                   MOVE ZERO       TO      WS-NU-PONT-ANT
           ELSE
                   IF      SQLCODE NOT EQUAL   +000
                           MOVE 'SELRSC'   TO WS-COMANDO-DB2
                           MOVE 'SAGTBS26' TO WS-TABELAS-DB2
                           PERFORM 995-00-ABEND-DB2
                   END-IF
                   MOVE 'S'        TO      WS-SW-ANTERIOR
           END-IF.
      *
      *---------------------------------------------------------------*
       240-99-EXIT.
      *-=-=-=-=-=-*
              EXIT.
      /===============================================================*
       245-00-GRAVA-SAGTBS26       SECTION.
      *---------------------------------------------------------------*
      *
      *    GRAVA A PONTUACAO DA SEMANA. A LINHA JA EXISTENTE NA DATA  *
      *    (REEXECUCAO DEPOIS DE UMA RODADA ABENDADA) E REGRAVADA.    *
      *---------------------------------------------------------------*
      *
           MOVE    MAT-CO-ALUNO    TO      RSC-CO-ALUNO.
           MOVE    MAT-CO-CURSO    TO      RSC-CO-CURSO.
           MOVE    WS-DAT-ATU      TO      RSC-DT-APURACAO.
           MOVE    MAT-CO-TURMA    TO      RSC-CO-TURMA.
           MOVE    WS-NU-PONTUACAO TO      RSC-NU-PONTUACAO.
           MOVE    WS-PC-FALTAS    TO      RSC-PC-FALTAS.
           MOVE    WS-NU-MEDIA     TO      RSC-NU-MEDIA.
           MOVE    WS-QT-VENCIDAS  TO      RSC-QT-MENS-VENCIDAS.
           MOVE    WS-QT-MOVTOS    TO      RSC-QT-MOVIMENTOS.

           IF      WS-QT-NOTAS     GREATER ZERO
                   MOVE ZERO       TO      WS-NU-MEDIA-NULL
           ELSE
                   MOVE -1         TO      WS-NU-MEDIA-NULL
           END-IF.

           IF      WS-NU-PONTUACAO NOT LESS WS-NU-CORTE
                   MOVE 'S'        TO      RSC-IC-ACOMPANHAMENTO
           ELSE
                   MOVE 'N'        TO      RSC-IC-ACOMPANHAMENTO
           END-IF.

           EXEC    SQL     INSERT

                   INTO    DB2.SAGTBS26_RISCO_EVASAO

                          ( CO_ALUNO         ,
                            CO_CURSO         ,
                            DT_APURACAO      ,
                            CO_TURMA         ,
                            NU_PONTUACAO     ,
                            PC_FALTAS        ,
                            NU_MEDIA         ,
                            QT_MENS_VENCIDAS ,
                            QT_MOVIMENTOS    ,
                            IC_ACOMPANHAMENTO)

                   VALUES (:RSC-CO-ALUNO         ,
                           :RSC-CO-CURSO         ,
                           :RSC-DT-APURACAO      ,
                           :RSC-CO-TURMA         ,
                           :RSC-NU-PONTUACAO     ,
                           :RSC-PC-FALTAS        ,
                           :RSC-NU-MEDIA
                              :WS-NU-MEDIA-NULL  ,
                           :RSC-QT-MENS-VENCIDAS ,
                           :RSC-QT-MOVIMENTOS    ,
                           :RSC-IC-ACOMPANHAMENTO)

           END-EXEC.

           IF      SQLCODE     EQUAL       -803
                   PERFORM         247-00-UPDATE-SAGTBS26
                   GO   TO         245-99-EXIT
           END-IF.

           IF      SQLCODE     NOT EQUAL   +000
                   MOVE 'INSERT'   TO      WS-COMANDO-DB2
                   MOVE 'SAGTBS26' TO      WS-TABELAS-DB2
                   PERFORM         995-00-ABEND-DB2
           END-IF.
      *
      *---------------------------------------------------------------*
       245-99-EXIT.
      *-=-=-=-=-=-*
              EXIT.
      /===============================================================*
       247-00-UPDATE-SAGTBS26      SECTION.
      *---------------------------------------------------------------*
      *
           EXEC    SQL     UPDATE

                   DB2.SAGTBS26_RISCO_EVASAO

                   SET     CO_TURMA          = :RSC-CO-TURMA     ,
                           NU_PONTUACAO      = :RSC-NU-PONTUACAO ,
                           PC_FALTAS         = :RSC-PC-FALTAS    ,
                           NU_MEDIA          = :RSC-NU-MEDIA
                                                :WS-NU-MEDIA-NULL,
                           QT_MENS_VENCIDAS  = :RSC-QT-MENS-VENCIDAS,
                           QT_MOVIMENTOS     = :RSC-QT-MOVIMENTOS,
                           IC_ACOMPANHAMENTO =
                                          :RSC-IC-ACOMPANHAMENTO

                   WHERE   CO_ALUNO    = :RSC-CO-ALUNO
                   AND     CO_CURSO    = :RSC-CO-CURSO
                   AND     DT_APURACAO = :RSC-DT-APURACAO

           END-EXEC.

           IF      SQLCODE     NOT EQUAL   +000
                   MOVE 'UPDRSC'   TO      WS-COMANDO-DB2
                   MOVE 'SAGTBS26' TO      WS-TABELAS-DB2
                   PERFORM         995-00-ABEND-DB2
           END-IF.
      *
      *---------------------------------------------------------------*
       247-99-EXIT.
      *-=-=-=-=-=-*
              EXIT.
      /===============================================================*
       250-00-TRATA-RISCO          SECTION.
      *---------------------------------------------------------------*
      *
      *    MATRICULA NO CORTE OU ACIMA: CONTATO DO ALUNO (CELULAR DO  *
      *    CADASTRO OU, SEM ELE, O PRIMEIRO TELEFONE DE SAGTBS02 NA   *
      *    ORDEM DO TIPO), LINHAS DO RELATORIO E REGISTRO DO ARQUIVO  *
      *    DE ACOMPANHAMENTO.                                         *
      *---------------------------------------------------------------*
      *
           ADD     1               TO      WS-QT-EM-RISCO.
           ADD     1               TO      WS-QT-TUR-RISCO.
           ADD     1               TO      WS-QT-CUR-RISCO.

           IF      WS-NO-E-MAIL-NULL
                                   LESS    ZERO
                   MOVE SPACES     TO      NO-E-MAIL
           END-IF.

           IF      WS-CO-LOCAL-CEL-NULL
                                   LESS    ZERO OR
                   WS-NU-TELEF-CEL-NULL
                                   LESS    ZERO
                   MOVE ZERO       TO      CO-LOCAL-CEL
                   MOVE ZERO       TO      NU-TELEF-CEL
           END-IF.

           MOVE    CO-LOCAL-CEL    TO      WS-CO-LOCAL-CONTATO.
           MOVE    NU-TELEF-CEL    TO      WS-NU-TELEF-CONTATO.

           IF      WS-NU-TELEF-CONTATO
                                   EQUAL   ZERO
                   PERFORM         252-00-BUSCA-TELEFONE
           END-IF.

           PERFORM 290-00-IMPRIME-DETALHE.

           PERFORM 255-00-GRAVA-DETALHE.
      *
      *---------------------------------------------------------------*
       250-99-EXIT.
      *-=-=-=-=-=-*
              EXIT.
      /===============================================================*
       252-00-BUSCA-TELEFONE       SECTION.
      *---------------------------------------------------------------*
      *
           MOVE    MAT-CO-ALUNO    TO      TEL-CO-ALUNO.

           EXEC    SQL

                   SELECT  CO_LOCAL_TEL ,
                           NU_TELEFONE

                   INTO   :TEL-CO-LOCAL-TEL ,
                          :TEL-NU-TELEFONE

                   FROM    DB2.SAGTBS02_TELEFONES

                   WHERE   CO_ALUNO = :TEL-CO-ALUNO

                   ORDER BY TP_TELEFONE , CO_SEQ_TELEFONE

                   FETCH FIRST 1 ROW ONLY

           END-EXEC.

           IF      SQLCODE     EQUAL       +100
                   GO   TO         252-99-EXIT
           END-IF.

           IF      SQLCODE     NOT EQUAL   +000
                   MOVE 'SELTEL'   TO      WS-COMANDO-DB2
                   MOVE 'SAGTBS02' TO      WS-TABELAS-DB2
                   PERFORM         995-00-ABEND-DB2
           END-IF.

           MOVE    TEL-CO-LOCAL-TEL
                                   TO      WS-CO-LOCAL-CONTATO.
           MOVE    TEL-NU-TELEFONE TO      WS-NU-TELEF-CONTATO.
      *
      *---------------------------------------------------------------*
       252-99-EXIT.
      *-=-=-=-=-=-*
              EXIT.
      /===============================================================*
       255-00-GRAVA-DETALHE        SECTION.
      *---------------------------------------------------------------*
      *
           MOVE    MAT-CO-CURSO    TO      WS-DTL-CO-CURSO.
           MOVE    MAT-CO-TURMA    TO      WS-DTL-CO-TURMA.
           MOVE    MAT-CO-ALUNO    TO      WS-DTL-CO-ALUNO.
           MOVE    NO-ALUNO        TO      WS-DTL-NO-ALUNO.
           MOVE    NO-E-MAIL       TO      WS-DTL-NO-E-MAIL.
           MOVE    WS-CO-LOCAL-CONTATO
                                   TO      WS-DTL-CO-LOCAL.
           MOVE    WS-NU-TELEF-CONTATO
                                   TO      WS-DTL-NU-TELEFONE.
           MOVE    WS-NU-PONTUACAO TO      WS-DTL-NU-PONTUACAO.
           MOVE    WS-NU-PONT-ANT  TO      WS-DTL-NU-PONT-ANT.
           MOVE    WS-PC-FALTAS    TO      WS-DTL-PC-FALTAS.
           MOVE    WS-NU-MEDIA     TO      WS-DTL-NU-MEDIA.
           MOVE    WS-QT-VENCIDAS  TO      WS-DTL-QT-VENCIDAS.
           MOVE    WS-QT-MOVTOS    TO      WS-DTL-QT-MOVTOS.

           MOVE    'N'             TO      WS-DTL-IC-MOT-FALTAS
                                           WS-DTL-IC-MOT-MEDIA
                                           WS-DTL-IC-MOT-ATRASO
                                           WS-DTL-IC-MOT-MOVTO.

           IF      WS-MOT-FALTAS   NOT EQUAL SPACES
                   MOVE 'S'        TO      WS-DTL-IC-MOT-FALTAS
           END-IF.

           IF      WS-MOT-MEDIA    NOT EQUAL SPACES
                   MOVE 'S'        TO      WS-DTL-IC-MOT-MEDIA
           END-IF.

           IF      WS-MOT-ATRASO   NOT EQUAL SPACES
                   MOVE 'S'        TO      WS-DTL-IC-MOT-ATRASO
           END-IF.

           IF      WS-MOT-MOVTO    NOT EQUAL SPACES
                   MOVE 'S'        TO      WS-DTL-IC-MOT-MOVTO
           END-IF.

           ADD     1               TO      WS-NU-SEQ-REG.
           MOVE    WS-NU-SEQ-REG   TO      WS-DTL-NU-SEQ.

           WRITE   EVA-REGISTRO    FROM    WS-EVA-DETALHE.
      *
      *---------------------------------------------------------------*
       255-99-EXIT.
      *-=-=-=-=-=-*
              EXIT.
      /===============================================================*
       260-00-TOTAL-TURMA          SECTION.
      *---------------------------------------------------------------*
      *
           IF      WS-NU-LINHA     GREATER 55
                   PERFORM 280-00-IMPRIME-CABECALHO
           END-IF.

           MOVE    'TOTAL DA TURMA   '
                                   TO      WS-SUB-DS-QUEBRA.
           MOVE    WS-CO-TURMA-ANT TO      WS-SUB-CODIGO.
           MOVE    WS-QT-TUR-AVAL  TO      WS-SUB-QT-AVAL.
           MOVE    WS-QT-TUR-RISCO TO      WS-SUB-QT-RISCO.

           WRITE   REL-REGISTRO    FROM    WS-SUB-01
                                   AFTER   ADVANCING 1 LINE.

           ADD     1               TO      WS-NU-LINHA.

           MOVE    ZERO            TO      WS-QT-TUR-AVAL.
           MOVE    ZERO            TO      WS-QT-TUR-RISCO.
      *
      *---------------------------------------------------------------*
       260-99-EXIT.
      *-=-=-=-=-=-*
              EXIT.
      /===============================================================*
       265-00-TOTAL-CURSO          SECTION.
      *---------------------------------------------------------------*
      *
           IF      WS-NU-LINHA     GREATER 55
                   PERFORM 280-00-IMPRIME-CABECALHO
           END-IF.

           MOVE    'TOTAL DO CURSO   '
                                   TO      WS-SUB-DS-QUEBRA.
           MOVE    WS-CO-CURSO-ANT TO      WS-SUB-CODIGO.
           MOVE    WS-QT-CUR-AVAL  TO      WS-SUB-QT-AVAL.
           MOVE    WS-QT-CUR-RISCO TO      WS-SUB-QT-RISCO.

           WRITE   REL-REGISTRO    FROM    WS-SUB-01
                                   AFTER   ADVANCING 1 LINE.

           ADD     1               TO      WS-NU-LINHA.

           MOVE    ZERO            TO      WS-QT-CUR-AVAL.
           MOVE    ZERO            TO      WS-QT-CUR-RISCO.
      *
      *---------------------------------------------------------------*
       265-99-EXIT.
      *-=-=-=-=-=-*
              EXIT.
      /===============================================================*
       270-00-IMPRIME-TURMA        SECTION.
      *---------------------------------------------------------------*
      *
           IF      WS-NU-LINHA     GREATER 53
                   PERFORM 280-00-IMPRIME-CABECALHO
           END-IF.

           MOVE    WS-CO-CURSO-ANT TO      WS-TUR-CO-CURSO.
           MOVE    WS-NO-CURSO-ANT TO      WS-TUR-NO-CURSO.
           MOVE    WS-CO-TURMA-ANT TO      WS-TUR-CO-TURMA.

           WRITE   REL-REGISTRO    FROM    WS-TUR-01
                                   AFTER   ADVANCING 2 LINES.

           ADD     2               TO      WS-NU-LINHA.
      *
      *---------------------------------------------------------------*
       270-99-EXIT.
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
           WRITE   REL-REGISTRO    FROM    WS-CAB-03
                                   AFTER   ADVANCING 1 LINE.
           WRITE   REL-REGISTRO    FROM    WS-CAB-02
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
      *    DUAS LINHAS POR ALUNO EM RISCO: PONTUACAO, VARIACAO SOBRE  *
      *    A APURACAO ANTERIOR, VALORES E MOTIVOS; E O CONTATO. NA    *
      *    TROCA DE PAGINA A TURMA E REPETIDA.                        *
      *---------------------------------------------------------------*
      *
           IF      WS-NU-LINHA     GREATER 54
                   PERFORM 280-00-IMPRIME-CABECALHO
                   PERFORM 270-00-IMPRIME-TURMA
           END-IF.

           MOVE    MAT-CO-ALUNO    TO      WS-DET-CO-ALUNO.
           MOVE    NO-ALUNO (1:30) TO      WS-DET-NO-ALUNO.
           MOVE    WS-NU-PONTUACAO TO      WS-DET-PONTUACAO.

           IF      WS-TEM-ANTERIOR
                   MOVE WS-NU-PONT-ANT
                                   TO      WS-DET-PONT-ANT
                   COMPUTE WS-NU-VARIACAO =
                           WS-NU-PONTUACAO - WS-NU-PONT-ANT
                   MOVE WS-NU-VARIACAO
                                   TO      WS-DET-VARIACAO
           ELSE
                   MOVE '  -'      TO      WS-DET-PONT-ANT-X
                   MOVE '   -'     TO      WS-DET-VARIACAO-X
           END-IF.

           MOVE    WS-PC-FALTAS    TO      WS-DET-PC-FALTAS.

           IF      WS-QT-NOTAS     GREATER ZERO
                   MOVE WS-NU-MEDIA
                                   TO      WS-DET-MEDIA
           ELSE
                   MOVE '    -'    TO      WS-DET-MEDIA-X
           END-IF.

           MOVE    WS-QT-VENCIDAS  TO      WS-DET-VENCIDAS.
           MOVE    WS-QT-MOVTOS    TO      WS-DET-MOVTOS.
           MOVE    WS-MOTIVOS      TO      WS-DET-MOTIVOS.

           MOVE    NO-E-MAIL       TO      WS-DET-NO-E-MAIL.
           MOVE    WS-CO-LOCAL-CONTATO
                                   TO      WS-DET-CO-LOCAL.
           MOVE    WS-NU-TELEF-CONTATO
                                   TO      WS-DET-NU-TELEFONE.

           WRITE   REL-REGISTRO    FROM    WS-DET-01
                                   AFTER   ADVANCING 1 LINE.
           WRITE   REL-REGISTRO    FROM    WS-DET-02
                                   AFTER   ADVANCING 1 LINE.

           ADD     2               TO      WS-NU-LINHA.
      *
      *---------------------------------------------------------------*
       290-99-EXIT.
      *-=-=-=-=-=-*
              EXIT.
      /===============================================================*
       970-00-COMMIT               SECTION.
      *---------------------------------------------------------------*
      *
           EXEC    SQL
                   COMMIT
           END-EXEC.

           MOVE    ZERO            TO      WS-QT-COMMIT.
      *
      *---------------------------------------------------------------*
       970-99-EXIT.
      *-=-=-=-=-=-*
              EXIT.
      /===============================================================*
       990-00-CONTROLE-FIM         SECTION.
      *---------------------------------------------------------------*
      *
      *    GRAVA O FIM DA RODADA NO CONTROLE DE EXECUCAO DE JOBS:     *
      *    LIDAS SAO AS MATRICULAS AVALIADAS E GRAVADOS OS ALUNOS DO  *
      *    ARQUIVO DE ACOMPANHAMENTO.                                 *
      *---------------------------------------------------------------*
      *
           MOVE    02              TO      RUCTL-ACAO.
           MOVE    WS-QT-AVALIADAS TO      RUCTL-QT-LIDOS.
           MOVE    WS-QT-EM-RISCO  TO      RUCTL-QT-GRAVADOS.
           MOVE    ZEROS           TO      RUCTL-QT-REJEITADOS.
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

           CLOSE   ARQEVA
                   RELATORIO.

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

           MOVE    WS-QT-EM-RISCO  TO      WS-TRL-QT-ALUNOS.
           ADD     1               TO      WS-NU-SEQ-REG.
           MOVE    WS-NU-SEQ-REG   TO      WS-TRL-NU-SEQ.

           WRITE   EVA-REGISTRO    FROM    WS-EVA-TRAILER.

           MOVE    WS-QT-AVALIADAS TO      WS-TOT-AVALIADAS.
           MOVE    WS-QT-EM-RISCO  TO      WS-TOT-EM-RISCO.

           WRITE   REL-REGISTRO    FROM    WS-TOT-01
                                   AFTER   ADVANCING 2 LINES.
           WRITE   REL-REGISTRO    FROM    WS-TOT-02
                                   AFTER   ADVANCING 1 LINE.

           CLOSE   ARQEVA
                   RELATORIO.

           MOVE    0               TO      RETURN-CODE.

           PERFORM 990-00-CONTROLE-FIM.

           STOP    RUN.
      *
      *---------------------------------------------------------------*
       999-99-EXIT.
      *-=-=-=-=-=-*
              EXIT.
