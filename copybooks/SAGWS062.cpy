      *===============================================================*
      *                                                               *
      *   ULISSES & MORAES INFORMATICA S/C LTDA                       *
      *                                                               *
      *   BOOK          : SAGWS062                                    *
      *   OBJETIVO      : COMMAREA DA MANUTENCAO DE DOCENTES          *
      *                   (SAGBB062 - INCLUSAO, CONSULTA, ALTERACAO   *
      *                   E INATIVACAO EM SAGTBS23_DOCENTES).         *
      *                   WS062-CO-OPERADOR-RESP E O OPERADOR QUE     *
      *                   EXECUTA A MANUTENCAO; WS062-CO-OPERADOR-DOC *
      *                   E O OPERADOR VINCULADO AO DOCENTE. A        *
      *                   CONSULTA (POR CO_DOCENTE OU, COM ELE ZERADO,*
      *                   PELO CPF) DEVOLVE TAMBEM AS ATRIBUICOES     *
      *                   ATIVAS DO DOCENTE EM WS062-ATRIBUICOES      *
      *                                                               *
      *---------------------------------------------------------------*
      *   HISTORICO DE ALTERACOES                                     *
      *---------------------------------------------------------------*
      *   PROGRAMADOR : ULISSES & MORAES     DATA : 15/10/2026        *
      *   OBJETIVO    : CRIACAO - DESENVOLVIMENTO                     *
      *===============================================================*
      *
       01          WS062-COMMAREA.
      *
      *        --- CONTROLE DA TRANSACAO -------------------------
           03      WS062-CD-OPERACAO       PIC     X(001).
             88    WS062-OPERAC-INCLUIR              VALUE 'I'.
             88    WS062-OPERAC-CONSULTAR            VALUE 'C'.
             88    WS062-OPERAC-ALTERAR              VALUE 'A'.
             88    WS062-OPERAC-INATIVAR             VALUE 'E'.
      *
           03      WS062-CD-RETORNO        PIC     9(002).
           03      WS062-MENSAGEM          PIC     X(080).
           03      WS062-CO-OPERADOR-RESP  PIC     X(008).
      *
      *        --- DOCENTE MANTIDO (CO-DOCENTE DEVOLVIDO NA
      *        --- INCLUSAO) --------------------------------------
           03      WS062-CO-DOCENTE        PIC     9(009).
           03      WS062-NU-CPF            PIC     9(011).
           03      WS062-NO-DOCENTE        PIC     X(060).
           03      WS062-IC-TITULACAO      PIC     X(001).
           03      WS062-DS-FORMACAO       PIC     X(100).
           03      WS062-CO-OPERADOR-DOC   PIC     X(008).
           03      WS062-IC-SITUACAO       PIC     X(001).
             88    WS062-DOCENTE-ATIVO               VALUE 'A'.
             88    WS062-DOCENTE-INATIVO             VALUE 'I'.
           03      WS062-DT-INCLUSAO       PIC     X(010).
      *
      *        --- RETORNO DA CONSULTA (ATRIBUICOES ATIVAS) -------
           03      WS062-QT-RETORNADOS     PIC     9(002).
           03      WS062-ATRIBUICOES       OCCURS  10 TIMES.
             05    WS062-AT-CO-CURSO       PIC     9(005).
             05    WS062-AT-CO-TURMA       PIC     9(005).
             05    WS062-AT-IC-PERIODO     PIC     X(001).
             05    WS062-AT-DT-INICIO      PIC     X(010).
             05    WS062-AT-DT-FIM         PIC     X(010).
      *
      *===============================================================*
