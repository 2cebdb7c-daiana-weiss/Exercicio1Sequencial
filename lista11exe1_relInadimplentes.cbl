      *>   Aluno vinculado a uma familia (arqFamVinculo.txt +
      *>   arqFamilias.dat) sai com os responsaveis e o telefone do
      *>   registro da familia, que eh o contato mantido em dia.
      *>   Cobranca renegociada num acordo de parcelamento
      *>   (arqAcordoItens.dat) nao eh mais inadimplencia e fica de fora;
      *>   a parcela do acordo vencida e nao paga entra como qualquer
      *>   cobranca, com a competencia AAAA13 em diante.

      *>Divisão para configuração do ambiente
       environment division.
           lock mode is automatic
           file status is ws-fs-arqFamVinculo.

           select arqAcordoItens assign to "arqAcordoItens.dat" *> cobrancas renegociadas em acordo (somente leitura)
           organization is indexed
           access mode is dynamic
           record key is ait-chave
           lock mode is automatic
           file status is ws-fs-arqAcordoItens.

           select ordInad assign to "ordInad.tmp" *> arquivo de trabalho do sort
           organization is line sequential.

       fd arqFamVinculo.
           copy "favreg.cpy".

       fd arqAcordoItens.
           copy "acoitreg.cpy".

       sd ordInad.
       01 sd-inad.
           05 sd-fase                              pic 9(002). *> chave de ordenacao
       77 ws-fs-arqFamilias                        pic  9(02).
       77 ws-fs-arqFamVinculo                      pic  9(02).
       77 ws-fs-relInad                            pic  9(02).
       77 ws-fs-arqAcordoItens                     pic  9(02).

      *>   arqAcordoItens.dat ainda nao existir = nenhum acordo gravado
       77 ws-itens-abertos                         pic  x(01) value "N".
          88  ws-tem-arq-itens                     value "S".

       77 ws-renegociada                           pic  x(01) value "N".
          88  ws-cobranca-renegociada              value "S".

      *>----Vinculo aluno-familia em memoria (indice = codigo do aluno,
      *>   zero = sem vinculo) - com vinculo, os responsaveis saem do
               end-if
           end-if

           move "N" to ws-itens-abertos
           open input arqAcordoItens

           if ws-fs-arqAcordoItens = 00 then
               move "S" to ws-itens-abertos
           else
               if ws-fs-arqAcordoItens <> 35 then
                   move 13                                   to ws-msn-erro-ofsset
                   move ws-fs-arqAcordoItens                 to ws-msn-erro-cod
                   move "Erro ao abrir arqAcordoItens.dat."  to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if

           perform until ws-fs-arqMens = 10
               read arqMensalidades next


               if ws-fs-arqMens = 00 then
                   if men-em-aberto and men-vencimento < ws-data-referencia then
                       perform verifica-renegociada

                       if not ws-cobranca-renegociada then
                           perform libera-cobranca-vencida
                       end-if
                   end-if
               end-if
           end-perform
           close arqMensalidades
           close arqCad

           if ws-tem-arq-itens then
               close arqAcordoItens
           end-if

           if ws-tem-arq-familias then
               close arqFamilias

       popula-ordenacao-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Confere no arqAcordoItens se a cobranca lida em men-reg ja foi
      *>  renegociada num acordo de parcelamento.
      *>------------------------------------------------------------------------
       verifica-renegociada section.

           move "N" to ws-renegociada

           if ws-tem-arq-itens then
               move men-chave to ait-chave
               read arqAcordoItens

               if ws-fs-arqAcordoItens <> 00 and ws-fs-arqAcordoItens <> 23 then
                   move 14                                   to ws-msn-erro-ofsset
                   move ws-fs-arqAcordoItens                 to ws-msn-erro-cod
                   move "Erro ao ler arqAcordoItens.dat."    to ws-msn-erro-text
                   perform finaliza-anormal
               end-if

               if ws-fs-arqAcordoItens = 00 and not ait-nao-renegociada then
                   move "S" to ws-renegociada
               end-if
           end-if
           .
       verifica-renegociada-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Busca o aluno da cobranca vencida no arqCad e entrega a linha ao
      *>  sort - aluno ja fora do cadastro (egresso com pendencia) sai com
