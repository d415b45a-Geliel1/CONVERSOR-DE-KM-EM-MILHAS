000220*   04 - POSTMILHAS  (POSTAGEM DOS SALDOS)
000230*   05 - CONCILIA    (CONCILIACAO DIARIA)
000240* SITUACAO DA ETAPA: "I" INICIADA, "C" COMPLETADA.
000245* O DESFAZIMENTO DO CICLO DE UMA DATA (DESFCICLO) EXCLUI AS
000246* ETAPAS DA DATA, PARA QUE A CADEIA SEJA EXECUTADA DE NOVO.
000250******************************************************************
000260 01  CY-REGISTRO-CICLO.
000270     05  CY-CHAVE.
