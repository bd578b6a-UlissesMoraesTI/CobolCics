      *===============================================================*
      *                                                               *
      *   ULISSES & MORAES INFORMATICA S/C LTDA                       *
      *                                                               *
      *   BOOK          : SAGWS063                                    *
      *   OBJETIVO      : COMMAREA DA ATRIBUICAO DE DOCENTES A TURMAS *
      *                   (SAGBB063 - INCLUSAO, CONSULTA, ALTERACAO   *
      *                   DO PERIODO E CANCELAMENTO EM                *
      *                   SAGTBS24_TURMA_DOCENTE). A ATRIBUICAO E     *
      *                   IDENTIFICADA POR CURSO/TURMA, DOCENTE E     *
      *                   DATA DE INICIO; DATAS EM BRANCO NA INCLUSAO *
      *                   ASSUMEM AS DATAS DA TURMA. A CONSULTA       *
      *                   DEVOLVE OS DOCENTES DA TURMA EM             *
      *                   WS063-DOCENTES                              *
      *                                                               *
      *---------------------------------------------------------------*
      *   HISTORICO DE ALTERACOES                                     *
      *---------------------------------------------------------------*
      *   PROGRAMADOR : ULISSES & MORAES     DATA : 15/10/2026        *
      *   OBJETIVO    : CRIACAO - DESENVOLVIMENTO                     *
      *===============================================================*
      *
       01          WS063-COMMAREA.
      *
      *        --- CONTROLE DA TRANSACAO -------------------------
           03      WS063-CD-OPERACAO       PIC     X(001).
             88    WS063-OPERAC-INCLUIR              VALUE 'I'.
             88    WS063-OPERAC-CONSULTAR            VALUE 'C'.
             88    WS063-OPERAC-ALTERAR              VALUE 'A'.
             88    WS063-OPERAC-CANCELAR             VALUE 'E'.
      *
           03      WS063-CD-RETORNO        PIC     9(002).
           03      WS063-MENSAGEM          PIC     X(080).
           03      WS063-CO-OPERADOR       PIC     X(008).
      *
      *        --- TURMA ------------------------------------------
           03      WS063-CO-CURSO          PIC     9(005).
           03      WS063-CO-TURMA          PIC     9(005).
      *
      *        --- ATRIBUICAO MANTIDA (NA ALTERACAO SO A DATA DE
      *        --- FIM E ALTERADA) --------------------------------
           03      WS063-CO-DOCENTE        PIC     9(009).
           03      WS063-DT-INICIO         PIC     X(010).
           03      WS063-DT-FIM            PIC     X(010).
      *
      *        --- RETORNO DA CONSULTA (DOCENTES DA TURMA) --------
           03      WS063-NO-CURSO          PIC     X(040).
           03      WS063-IC-PERIODO        PIC     X(001).
           03      WS063-QT-RETORNADOS     PIC     9(002).
           03      WS063-DOCENTES          OCCURS  10 TIMES.
             05    WS063-DC-CO-DOCENTE     PIC     9(009).
             05    WS063-DC-NO-DOCENTE     PIC     X(060).
             05    WS063-DC-DT-INICIO      PIC     X(010).
             05    WS063-DC-DT-FIM         PIC     X(010).
             05    WS063-DC-IC-SITUACAO    PIC     X(001).
      *
      *===============================================================*
