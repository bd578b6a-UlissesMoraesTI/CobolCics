      *===============================================================*
      *                                                               *
      *   ULISSES & MORAES INFORMATICA S/C LTDA                       *
      *                                                               *
      *   BOOK          : SAGWS054                                    *
      *   OBJETIVO      : COMMAREA DA MANUTENCAO DE BOLSAS/DESCONTOS  *
      *                   (SAGBB054 - INCLUSAO, CONSULTA, ALTERACAO   *
      *                   E CANCELAMENTO EM SAGTBS14_DESCONTOS) DA    *
      *                   MATRICULA DO ALUNO NO CURSO. A CONSULTA     *
      *                   DEVOLVE OS DESCONTOS DA MATRICULA EM        *
      *                   WS054-DESCONTOS                             *
      *                                                               *
      *---------------------------------------------------------------*
      *   HISTORICO DE ALTERACOES                                     *
      *---------------------------------------------------------------*
      *   PROGRAMADOR : ULISSES & MORAES     DATA : 15/10/2026        *
      *   OBJETIVO    : CRIACAO - DESENVOLVIMENTO                     *
      *===============================================================*
      *
       01          WS054-COMMAREA.
      *
      *        --- CONTROLE DA TRANSACAO -------------------------
           03      WS054-CD-OPERACAO       PIC     X(001).
             88    WS054-OPERAC-INCLUIR              VALUE 'I'.
             88    WS054-OPERAC-CONSULTAR            VALUE 'C'.
             88    WS054-OPERAC-ALTERAR              VALUE 'A'.
             88    WS054-OPERAC-CANCELAR             VALUE 'E'.
      *
           03      WS054-CD-RETORNO        PIC     9(002).
           03      WS054-MENSAGEM          PIC     X(080).
           03      WS054-CO-OPERADOR       PIC     X(008).
      *
      *        --- MATRICULA (ALUNO/CURSO) ------------------------
           03      WS054-CO-ALUNO          PIC     9(009).
           03      WS054-CO-CURSO          PIC     9(005).
      *
      *        --- DESCONTO MANTIDO (NU-DESCONTO NA ALTERACAO E NO
      *        --- CANCELAMENTO; DEVOLVIDO NA INCLUSAO) -----------
           03      WS054-NU-DESCONTO       PIC     9(003).
           03      WS054-TP-DESCONTO       PIC     X(001).
           03      WS054-IC-FORMA          PIC     X(001).
           03      WS054-PC-DESCONTO       PIC     9(003)V9(002).
           03      WS054-VL-DESCONTO       PIC     9(005)V9(002).
           03      WS054-NU-COMPET-INICIO  PIC     9(006).
           03      WS054-NU-COMPET-FIM     PIC     9(006).
      *
      *        --- RETORNO DA CONSULTA (DESCONTOS DA MATRICULA) ---
           03      WS054-QT-RETORNADOS     PIC     9(002).
           03      WS054-DESCONTOS         OCCURS  08 TIMES.
             05    WS054-DS-NU-DESCONTO    PIC     9(003).
             05    WS054-DS-TP-DESCONTO    PIC     X(001).
             05    WS054-DS-IC-FORMA       PIC     X(001).
             05    WS054-DS-PC-DESCONTO    PIC     9(003)V9(002).
             05    WS054-DS-VL-DESCONTO    PIC     9(005)V9(002).
             05    WS054-DS-COMPET-INICIO  PIC     9(006).
             05    WS054-DS-COMPET-FIM     PIC     9(006).
             05    WS054-DS-CO-OPERADOR    PIC     X(008).
             05    WS054-DS-DT-CONCESSAO   PIC     X(010).
             05    WS054-DS-IC-SITUACAO    PIC     X(001).
      *
      *===============================================================*
