      $set sourceformat"free"

      *>Divisão de identificação do programa
       identification division.
       program-id. "lista11exe1_acordos".
       author. "Daiana Weiss".
       installation. "PC".
       date-written. 15/10/2026.
       date-compiled. 15/10/2026.

      *>   Acordo de parcelamento: a secretaria informa o codigo de um
      *>   aluno ou o codigo de uma familia (todos os irmaos vinculados a
      *>   ela no arqFamVinculo.txt) e a tela levanta as cobrancas em
      *>   aberto ja vencidas no arqMensalidades.dat, somando a multa de
      *>   2% e os juros de 1% ao mes ate a data do acordo (mesmo calculo
      *>   da tela de pagamentos). Com o numero de parcelas e o 1o
      *>   vencimento informados, mostra o valor da parcela e, confirmado,
      *>   grava o acordo no arqAcordos.dat (layout acoreg.cpy), as
      *>   parcelas como cobrancas comuns do aluno titular (menor codigo
      *>   entre os devedores) com competencia AAAA13 em diante - pagas
      *>   pela tela de pagamentos, com recibo - e marca no
      *>   arqAcordoItens.dat (layout acoitreg.cpy) as cobrancas
      *>   renegociadas, que saem do relatorio de inadimplencia, e as
      *>   parcelas. A ultima parcela leva os centavos da divisao. O
      *>   acordo eh carimbado no arqAuditoria.txt com a acao ACORDO.

      *>Divisão para configuração do ambiente
       environment division.
       configuration section.
           special-names. decimal-point is comma.

      *>-----Declaração dos recursos externos
       input-output section.
       file-control.

           select arqCad assign to "arqCad.dat" *> cadastro de alunos (somente leitura, p/ nome)
           organization is indexed
           access mode is dynamic
           record key is fd-cod
           lock mode is automatic
           file status is ws-fs-arqCad.

           select arqMensalidades assign to "arqMensalidades.dat" *> cobrancas por aluno/competencia
           organization is indexed
           access mode is dynamic
           record key is men-chave
           lock mode is automatic
           file status is ws-fs-arqMens.

           select arqFamilias assign to "arqFamilias.dat" *> dados da familia (somente leitura)
           organization is indexed
           access mode is dynamic
           record key is fam-cod
           lock mode is automatic
           file status is ws-fs-arqFamilias.

           select arqFamVinculo assign to "arqFamVinculo.txt" *> vinculo aluno-familia (somente leitura)
           organization is line sequential
           access mode is sequential
           lock mode is automatic
           file status is ws-fs-arqFamVinculo.

           select arqAcordos assign to "arqAcordos.dat" *> acordos de parcelamento
           organization is indexed
           access mode is dynamic
           record key is aco-numero
           lock mode is automatic
           file status is ws-fs-arqAcordos.

           select arqAcordoItens assign to "arqAcordoItens.dat" *> cobrancas renegociadas e parcelas
           organization is indexed
           access mode is dynamic
           record key is ait-chave
           lock mode is automatic
           file status is ws-fs-arqAcordoItens.

           select arqAuditoria assign to "arqAuditoria.txt" *> trilha de auditoria
           organization is line sequential
           access mode is sequential
           lock mode is automatic
           file status is ws-fs-arqAuditoria.

      *>Declaração de variáveis
       data division.

      *>----Variaveis de arquivos
       file section.
       fd arqCad.
           copy "cadreg.cpy".

       fd arqMensalidades.
           copy "mensreg.cpy".

       fd arqFamilias.
           copy "famreg.cpy".

       fd arqFamVinculo.
           copy "favreg.cpy".

       fd arqAcordos.
           copy "acoreg.cpy".

       fd arqAcordoItens.
           copy "acoitreg.cpy".

       fd arqAuditoria.
           copy "auditreg.cpy".

      *>----Variaveis de trabalho
       working-storage section.

       77 ws-fs-arqCad                             pic  9(02).
       77 ws-fs-arqMens                            pic  9(02).
       77 ws-fs-arqFamilias                        pic  9(02).
       77 ws-fs-arqFamVinculo                      pic  9(02).
       77 ws-fs-arqAcordos                         pic  9(02).
       77 ws-fs-arqAcordoItens                     pic  9(02).
       77 ws-fs-arqAuditoria                       pic  9(02).

       77 ws-sair                                  pic  x(01).
          88  fechar-programa                      value "x" "X".
          88  voltar                               value "v" "V".

      *>----Variaveis da busca do devedor
       77 ws-cod-busca                             pic  9(004) value zeros.
       77 ws-fam-busca                             pic  9(004) value zeros.
       77 ws-nome-devedor                          pic  X(035) value spaces.
       77 ws-cod-devedor                           pic  9(004) value zeros.

       77 ws-busca-ok                              pic  x(001) value "N".
          88  ws-devedor-ok                        value "S".

      *>----Alunos do acordo (um so, ou os irmaos da familia)
       01 ws-tab-alunos.
           05 ws-alu-cod                           pic 9(004) occurs 50 times.

       77 ws-qtd-alunos                            pic  9(003) value zeros.
       77 ws-ind-alu                               pic  9(003) value zeros.

       77 ws-fim-aluno                             pic  x(001) value "N".
          88  ws-fim-cobrancas-aluno               value "S".

      *>----Cobrancas vencidas levantadas para o acordo
       01 ws-tab-cobrancas.
           05 ws-cobranca occurs 300 times.
               10 ws-cb-cod                        pic 9(004).
               10 ws-cb-comp                       pic 9(006).
               10 ws-cb-venc                       pic 9(008).
               10 ws-cb-devido                     pic 9(004)v99.
               10 ws-cb-encargos                   pic 9(004)v99.

       77 ws-qtd-cobr                              pic  9(003) value zeros.
       77 ws-ind-cobr                              pic  9(003) value zeros.
       77 ws-qtd-excedente                         pic  9(003) value zeros.

       77 ws-tem-itens                             pic  x(001) value "N".
          88  ws-arq-itens-existe                  value "S".

      *>----Totais do acordo
       77 ws-tot-original                          pic  9(006)v99 value zeros.
       77 ws-tot-encargos                          pic  9(006)v99 value zeros.
       77 ws-tot-acordo                            pic  9(006)v99 value zeros.

      *>----Condicoes digitadas e parcelas calculadas
       77 ws-qtd-parcelas                          pic  9(002) value zeros.
          88  ws-qtd-parcelas-valida               value 1 thru 24.

       01 ws-venc-inicial                          pic  9(008) value zeros.
       01 ws-venc-inicial-val redefines ws-venc-inicial.
           05 ws-vi-ano                            pic 9(004).
               88 ws-vi-ano-valido                  value 1900 thru 2100.
           05 ws-vi-mes                            pic 9(002).
               88 ws-vi-mes-valido                  value 1 thru 12.
           05 ws-vi-dia                            pic 9(002).
               88 ws-vi-dia-valido                  value 1 thru 28.

       77 ws-valor-parcela                         pic  9(006)v99 value zeros.
       77 ws-valor-ultima                          pic  9(006)v99 value zeros.

       01 ws-venc-parcela                          pic  9(008) value zeros.
       01 ws-venc-parcela-val redefines ws-venc-parcela.
           05 ws-vp-ano                            pic 9(004).
           05 ws-vp-mes                            pic 9(002).
           05 ws-vp-dia                            pic 9(002).

       77 ws-confirma                              pic  x(001) value spaces.
          88  ws-confirmado                        value "S" "s".
          88  ws-desistiu                          value "N" "n".

       77 ws-dados-validos                         pic  x(001) value "N".
          88  dados-do-acordo-ok                   value "S".

      *>----Numeracao do acordo e das parcelas
       77 ws-prox-acordo                           pic  9(006) value zeros.
       77 ws-cod-titular                           pic  9(004) value zeros.
       77 ws-comp-parcela                          pic  9(006) value zeros.
       77 ws-comp-limite                           pic  9(006) value zeros.
       77 ws-ind-parc                              pic  9(002) value zeros.

       77 ws-cabe-no-ano                           pic  x(001) value "N".
          88  ws-parcelas-cabem                    value "S".

      *>----Mesmos nomes e calculo de encargos da tela de pagamentos; a
      *>   data do acordo faz o papel da data de pagamento
       77 ws-valor-devido                          pic  9(004)v99 value zeros.

       01 ws-vencimento                            pic  9(008) value zeros.
       01 ws-vencimento-val redefines ws-vencimento.
           05 ws-vc-ano                            pic 9(004).
           05 ws-vc-mes                            pic 9(002).
           05 ws-vc-dia                            pic 9(002).

       01 ws-data-pagto                            pic  9(008) value zeros.
       01 ws-data-pagto-val redefines ws-data-pagto.
           05 ws-dp-ano                            pic 9(004).
           05 ws-dp-mes                            pic 9(002).
           05 ws-dp-dia                            pic 9(002).

       01 ws-dias-atraso                           pic s9(005) value zeros.
       77 ws-multa                                 pic  9(004)v99 value zeros.
       77 ws-juros                                 pic  9(004)v99 value zeros.
       77 ws-encargos                              pic  9(004)v99 value zeros.
       77 ws-total-pagar                           pic  9(005)v99 value zeros.

      *>----Lista das cobrancas mostrada na tela (8 primeiras)
       01 ws-tab-lista.
           05 ws-lista-linha                       pic x(060) occurs 8 times.

       77 ws-lista-mais                            pic  x(060) value spaces.

       01 ws-lin-lista.
           05 ws-ll-cod                            pic 9(004).
           05 filler                               pic x(002) value spaces.
           05 ws-ll-comp                           pic 9(006).
           05 filler                               pic x(002) value spaces.
           05 ws-ll-venc                           pic 9(008).
           05 filler                               pic x(003) value spaces.
           05 ws-ll-devido                         pic z.zz9,99.
           05 filler                               pic x(005) value spaces.
           05 ws-ll-encargos                       pic z.zz9,99.

       01 ws-lin-mais.
           05 filler                               pic x(012) value "... e mais ".
           05 ws-lm-qtd                            pic zz9.
           05 filler                               pic x(030) value " cobranca(s) no acordo".

      *>----Variaveis da auditoria
       77 ws-audit-usuario                         pic  X(020) value spaces.
       77 ws-aud-cod                               pic  9(004) value zeros.
       77 ws-aud-acao                              pic  X(010) value spaces.

       77 ws-msn-aviso                             pic  X(050) value spaces.

       77 ws-msn-erro-ofsset                       pic 9(02).
       77 ws-msn-erro-cod                          pic 9(02).
       77 ws-msn-erro-text                         pic X(42).

      *>----Variaveis para comunicação entre programas
       linkage section.

      *>----Declaração de tela
       screen section.

       01  tela-busca-acordo.
      *>                                0    1    1    2    2    3    3    4    4    5    5    6    6    7    7    8
      *>                                5    0    5    0    5    0    5    0    5    0    5    0    5    0    5    0
      *>                            ----+----+----+----+----+----+----+----+----+----+----+----+----+----+----+----+
           05 blank screen.
           05 line 01 col 01 value "                                                                     [ ]Sair     ".
           05 line 02 col 01 value "                            Acordo de Parcelamento                               ".
           05 line 03 col 01 value "      Localizar Devedor                                                          ".
           05 line 05 col 01 value "       Codigo do aluno      :                                                    ".
           05 line 06 col 01 value "    ou Codigo da familia    :                                                    ".
           05 line 08 col 01 value "                                                                                 ".

           05 sc-sair-busca    line 01  col 71 pic x(001) using ws-sair        foreground-color 12.
           05 sc-cod-busca     line 05  col 31 pic 9(004) using ws-cod-busca   foreground-color 15.
           05 sc-fam-busca     line 06  col 31 pic 9(004) using ws-fam-busca   foreground-color 15.
           05 sc-msn-busca     line 08  col 08 pic x(050) from  ws-msn-aviso   foreground-color 12.

       01  tela-edita-acordo.
      *>                                0    1    1    2    2    3    3    4    4    5    5    6    6    7    7    8
      *>                                5    0    5    0    5    0    5    0    5    0    5    0    5    0    5    0
      *>                            ----+----+----+----+----+----+----+----+----+----+----+----+----+----+----+----+
           05 blank screen.
           05 line 01 col 01 value "                                                                     [ ]Sair     ".
           05 line 02 col 01 value "                            Acordo de Parcelamento                               ".
           05 line 03 col 01 value "       Aluno/Familia        :                                                    ".
           05 line 04 col 01 value "       Data do acordo       :                                                    ".
           05 line 05 col 01 value "       Cobrancas vencidas   :              Valor original :                      ".
           05 line 06 col 01 value "       Multa/juros ate hoje :              Total do acordo:                      ".
           05 line 07 col 01 value "       Aluno Compet. Vencimento    Devido  Multa/juros                           ".
           05 line 18 col 01 value "       Numero de parcelas   :      (1 a 24)                                      ".
           05 line 19 col 01 value "       1o venc. (AAAAMMDD)  :                                                    ".
           05 line 20 col 01 value "       Valor da parcela     :              Ultima parcela :                      ".
           05 line 21 col 01 value "       Confirma (S/N)       :                                                    ".
           05 line 23 col 01 value "                                                                                 ".

           05 sc-sair-acordo   line 01  col 71 pic x(001) using ws-sair          foreground-color 12.
           05 sc-cod-devedor   line 03  col 31 pic 9(004) from  ws-cod-devedor   foreground-color 12.
           05 sc-nome-devedor  line 03  col 37 pic x(035) from  ws-nome-devedor  foreground-color 12.
           05 sc-data-acordo   line 04  col 31 pic 9(008) from  ws-data-pagto    foreground-color 12.
           05 sc-qtd-cobr      line 05  col 31 pic zz9    from  ws-qtd-cobr      foreground-color 12.
           05 sc-tot-original  line 05  col 60 pic zzz.zz9,99 from ws-tot-original foreground-color 12.
           05 sc-tot-encargos  line 06  col 31 pic zzz.zz9,99 from ws-tot-encargos foreground-color 12.
           05 sc-tot-acordo    line 06  col 60 pic zzz.zz9,99 from ws-tot-acordo  foreground-color 12.
           05 sc-lista-1       line 08  col 08 pic x(060) from  ws-lista-linha(1) foreground-color 12.
           05 sc-lista-2       line 09  col 08 pic x(060) from  ws-lista-linha(2) foreground-color 12.
           05 sc-lista-3       line 10  col 08 pic x(060) from  ws-lista-linha(3) foreground-color 12.
           05 sc-lista-4       line 11  col 08 pic x(060) from  ws-lista-linha(4) foreground-color 12.
           05 sc-lista-5       line 12  col 08 pic x(060) from  ws-lista-linha(5) foreground-color 12.
           05 sc-lista-6       line 13  col 08 pic x(060) from  ws-lista-linha(6) foreground-color 12.
           05 sc-lista-7       line 14  col 08 pic x(060) from  ws-lista-linha(7) foreground-color 12.
           05 sc-lista-8       line 15  col 08 pic x(060) from  ws-lista-linha(8) foreground-color 12.
           05 sc-lista-mais    line 16  col 08 pic x(060) from  ws-lista-mais     foreground-color 12.
           05 sc-qtd-parcelas  line 18  col 31 pic 9(002) using ws-qtd-parcelas  foreground-color 15.
           05 sc-venc-inicial  line 19  col 31 pic 9(008) using ws-venc-inicial  foreground-color 15.
           05 sc-valor-parcela line 20  col 31 pic zzz.zz9,99 from ws-valor-parcela foreground-color 12.
           05 sc-valor-ultima  line 20  col 60 pic zzz.zz9,99 from ws-valor-ultima  foreground-color 12.
           05 sc-confirma      line 21  col 31 pic x(001) using ws-confirma      foreground-color 15.
           05 sc-msn-acordo    line 23  col 08 pic x(050) from  ws-msn-aviso     foreground-color 12.

      *>Declaração do corpo do programa
       procedure division.

           perform inicializa.
           perform processamento.
           perform finaliza.

      *>------------------------------------------------------------------------
      *>  Procedimentos de inicialização - identifica o usuario logado
      *>  (para a auditoria e o registro do acordo).
      *>------------------------------------------------------------------------
       inicializa section.

      *>   operador assinado na porta de entrada (lista11exe1_menu) tem
      *>   prioridade sobre o usuario compartilhado do sistema operacional
           accept ws-audit-usuario from environment "OPERADOR"

           if ws-audit-usuario = spaces then
               accept ws-audit-usuario from environment "USER"
           end-if

           if ws-audit-usuario = spaces then
               move "DESCONHECIDO" to ws-audit-usuario
           end-if
           .
       inicializa-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Processamento principal - localiza o devedor, levanta as
      *>  cobrancas vencidas e recebe as condicoes do acordo.
      *>------------------------------------------------------------------------
       processamento section.

           move spaces to ws-sair
           move spaces to ws-msn-aviso

           perform until voltar or fechar-programa

               move zeros  to ws-cod-busca
               move zeros  to ws-fam-busca
               move spaces to ws-sair

               display tela-busca-acordo
               accept tela-busca-acordo

               if not voltar and not fechar-programa then
                   accept ws-data-pagto from date yyyymmdd

                   perform monta-alunos

                   if ws-devedor-ok then
                       perform levanta-cobrancas

                       if ws-qtd-excedente > zeros then
                           move "Mais de 300 cobrancas vencidas - divida o acordo." to ws-msn-aviso
                       else
                           if ws-qtd-cobr = zeros then
                               move "Nenhuma cobranca vencida em aberto." to ws-msn-aviso
                           else
                               perform edita-acordo
                           end-if
                       end-if
                   end-if
               end-if
           end-perform
           .
       processamento-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Monta a tabela de alunos do acordo: o aluno pedido, ou todos os
      *>  alunos vinculados a familia pedida - informar os dois (ou
      *>  nenhum) eh recusado.
      *>------------------------------------------------------------------------
       monta-alunos section.

           move "N"    to ws-busca-ok
           move zeros  to ws-qtd-alunos
           move spaces to ws-msn-aviso

           evaluate true
               when ws-cod-busca = zeros and ws-fam-busca = zeros
                 or ws-cod-busca > zeros and ws-fam-busca > zeros
                   move "Informe o codigo do aluno OU o da familia." to ws-msn-aviso

               when ws-cod-busca > zeros
                   move 1            to ws-qtd-alunos
                   move ws-cod-busca to ws-alu-cod(1)
                   move ws-cod-busca to ws-cod-devedor
                   perform busca-nome-aluno
                   move "S" to ws-busca-ok

               when other
                   perform busca-familia
           end-evaluate
           .
       monta-alunos-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Busca o nome do aluno pedido no arqCad - aluno que ja saiu do
      *>  cadastro ainda pode ter a divida renegociada.
      *>------------------------------------------------------------------------
       busca-nome-aluno section.

           open input arqCad

           if ws-fs-arqCad <> 00 then
               move 1                               to ws-msn-erro-ofsset
               move ws-fs-arqCad                    to ws-msn-erro-cod
               move "Erro ao abrir arqCad.dat."     to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           move ws-cod-busca to fd-cod
           read arqCad

           if ws-fs-arqCad <> 00 and ws-fs-arqCad <> 23 then
               move 2                               to ws-msn-erro-ofsset
               move ws-fs-arqCad                    to ws-msn-erro-cod
               move "Erro ao ler arqCad.dat."       to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           if ws-fs-arqCad = 00 then
               move fd-nome-alu to ws-nome-devedor
           else
               move "(aluno fora do cadastro)" to ws-nome-devedor
           end-if

           close arqCad

           if ws-fs-arqCad <> 00 then
               move 3                               to ws-msn-erro-ofsset
               move ws-fs-arqCad                    to ws-msn-erro-cod
               move "Erro ao fechar arqCad.dat."    to ws-msn-erro-text
               perform finaliza-anormal
           end-if
           .
       busca-nome-aluno-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Le a familia pedida (o nome do responsavel vai para a tela) e
      *>  junta na tabela os alunos vinculados a ela no arqFamVinculo.
      *>------------------------------------------------------------------------
       busca-familia section.

           move ws-fam-busca to ws-cod-devedor

           open input arqFamilias

           if ws-fs-arqFamilias = 35 then
               move "Nenhuma familia cadastrada." to ws-msn-aviso
           else

               if ws-fs-arqFamilias <> 00 then
                   move 4                                 to ws-msn-erro-ofsset
                   move ws-fs-arqFamilias                 to ws-msn-erro-cod
                   move "Erro ao abrir arqFamilias.dat."  to ws-msn-erro-text
                   perform finaliza-anormal
               end-if

               move ws-fam-busca to fam-cod
               read arqFamilias

               if ws-fs-arqFamilias <> 00 and ws-fs-arqFamilias <> 23 then
                   move 5                                 to ws-msn-erro-ofsset
                   move ws-fs-arqFamilias                 to ws-msn-erro-cod
                   move "Erro ao ler arqFamilias.dat."    to ws-msn-erro-text
                   perform finaliza-anormal
               end-if

               if ws-fs-arqFamilias = 23 then
                   move "Familia nao encontrada." to ws-msn-aviso
               else
                   if fam-nome-mae not = spaces then
                       move fam-nome-mae to ws-nome-devedor
                   else
                       move fam-nome-pai to ws-nome-devedor
                   end-if

                   perform carrega-irmaos

                   if ws-qtd-alunos = zeros then
                       move "Nenhum aluno vinculado a esta familia." to ws-msn-aviso
                   else
                       move "S" to ws-busca-ok
                   end-if
               end-if

               close arqFamilias

               if ws-fs-arqFamilias <> 00 then
                   move 6                                  to ws-msn-erro-ofsset
                   move ws-fs-arqFamilias                  to ws-msn-erro-cod
                   move "Erro ao fechar arqFamilias.dat."  to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if
           .
       busca-familia-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Percorre o arqFamVinculo juntando os alunos da familia pedida -
      *>  arquivo ainda nao existir significa nenhum vinculo gravado.
      *>------------------------------------------------------------------------
       carrega-irmaos section.

           open input arqFamVinculo

           if ws-fs-arqFamVinculo <> 35 then

               if ws-fs-arqFamVinculo <> 00 then
                   move 7                                   to ws-msn-erro-ofsset
                   move ws-fs-arqFamVinculo                 to ws-msn-erro-cod
                   move "Erro ao abrir arqFamVinculo.txt."  to ws-msn-erro-text
                   perform finaliza-anormal
               end-if

               perform until ws-fs-arqFamVinculo = 10
                   read arqFamVinculo

                   if ws-fs-arqFamVinculo <> 00 and ws-fs-arqFamVinculo <> 10 then
                       move 8                                   to ws-msn-erro-ofsset
                       move ws-fs-arqFamVinculo                 to ws-msn-erro-cod
                       move "Erro ao ler arqFamVinculo.txt."    to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if

                   if ws-fs-arqFamVinculo = 00
                     and fav-cod-familia = ws-fam-busca
                     and ws-qtd-alunos < 50 then
                       add 1 to ws-qtd-alunos
                       move fav-cod-aluno to ws-alu-cod(ws-qtd-alunos)
                   end-if
               end-perform

               close arqFamVinculo
           end-if
           .
       carrega-irmaos-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Levanta as cobrancas em aberto vencidas antes da data do acordo
      *>  de cada aluno da tabela, com a multa e os juros ate a data do
      *>  acordo - cobranca ja renegociada em outro acordo fica de fora.
      *>------------------------------------------------------------------------
       levanta-cobrancas section.

           move zeros to ws-qtd-cobr
           move zeros to ws-qtd-excedente
           move zeros to ws-tot-original
           move zeros to ws-tot-encargos
           move zeros to ws-tot-acordo

           open input arqMensalidades

           if ws-fs-arqMens <> 00 then
               move 9                                     to ws-msn-erro-ofsset
               move ws-fs-arqMens                         to ws-msn-erro-cod
               move "Erro ao abrir arqMensalidades.dat."  to ws-msn-erro-text
               perform finaliza-anormal
           end-if

      *>   nenhum acordo gravado ainda (status 35): nada renegociado
           move "N" to ws-tem-itens
           open input arqAcordoItens

           if ws-fs-arqAcordoItens = 00 then
               move "S" to ws-tem-itens
           else
               if ws-fs-arqAcordoItens <> 35 then
                   move 10                                   to ws-msn-erro-ofsset
                   move ws-fs-arqAcordoItens                 to ws-msn-erro-cod
                   move "Erro ao abrir arqAcordoItens.dat."  to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if

           move 1 to ws-ind-alu
           perform until ws-ind-alu > ws-qtd-alunos
               perform levanta-cobrancas-aluno
               add 1 to ws-ind-alu
           end-perform

           close arqMensalidades

           if ws-fs-arqMens <> 00 then
               move 11                                    to ws-msn-erro-ofsset
               move ws-fs-arqMens                         to ws-msn-erro-cod
               move "Erro ao fechar arqMensalidades.dat." to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           if ws-arq-itens-existe then
               close arqAcordoItens
           end-if

           compute ws-tot-acordo = ws-tot-original + ws-tot-encargos
           .
       levanta-cobrancas-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Posiciona na primeira cobranca do aluno ws-alu-cod(ws-ind-alu) e
      *>  le as cobrancas dele em ordem de competencia.
      *>------------------------------------------------------------------------
       levanta-cobrancas-aluno section.

           move "N"                    to ws-fim-aluno
           move ws-alu-cod(ws-ind-alu) to men-cod
           move zeros                  to men-competencia

           start arqMensalidades key is greater than or equal to men-chave

           if ws-fs-arqMens <> 00 and ws-fs-arqMens <> 23 then
               move 12                                    to ws-msn-erro-ofsset
               move ws-fs-arqMens                         to ws-msn-erro-cod
               move "Erro ao posicionar arqMensalidades." to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           if ws-fs-arqMens = 23 then
               move "S" to ws-fim-aluno
           end-if

           perform until ws-fim-cobrancas-aluno
               read arqMensalidades next

               if ws-fs-arqMens <> 00 and ws-fs-arqMens <> 10 then
                   move 13                                    to ws-msn-erro-ofsset
                   move ws-fs-arqMens                         to ws-msn-erro-cod
                   move "Erro ao ler arqMensalidades.dat."    to ws-msn-erro-text
                   perform finaliza-anormal
               end-if

               if ws-fs-arqMens = 10
                 or men-cod <> ws-alu-cod(ws-ind-alu) then
                   move "S" to ws-fim-aluno
               else
                   if men-em-aberto and men-vencimento < ws-data-pagto then
                       perform inclui-cobranca
                   end-if
               end-if
           end-perform
           .
       levanta-cobrancas-aluno-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Inclui a cobranca lida em men-reg na tabela do acordo, se ainda
      *>  nao foi renegociada, com os encargos ate a data do acordo.
      *>------------------------------------------------------------------------
       inclui-cobranca section.

           move zeros to ait-acordo-reneg

           if ws-arq-itens-existe then
               move men-chave to ait-chave
               read arqAcordoItens

               if ws-fs-arqAcordoItens <> 00 and ws-fs-arqAcordoItens <> 23 then
                   move 14                                   to ws-msn-erro-ofsset
                   move ws-fs-arqAcordoItens                 to ws-msn-erro-cod
                   move "Erro ao ler arqAcordoItens.dat."    to ws-msn-erro-text
                   perform finaliza-anormal
               end-if

               if ws-fs-arqAcordoItens = 23 then
                   move zeros to ait-acordo-reneg
               end-if
           end-if

           if ait-nao-renegociada then
               if ws-qtd-cobr < 300 then
                   move men-valor-devido to ws-valor-devido
                   move men-vencimento   to ws-vencimento
                   perform calcula-encargos

                   add 1 to ws-qtd-cobr
                   move men-cod          to ws-cb-cod(ws-qtd-cobr)
                   move men-competencia  to ws-cb-comp(ws-qtd-cobr)
                   move men-vencimento   to ws-cb-venc(ws-qtd-cobr)
                   move men-valor-devido to ws-cb-devido(ws-qtd-cobr)
                   move ws-encargos      to ws-cb-encargos(ws-qtd-cobr)

                   add men-valor-devido  to ws-tot-original
                   add ws-encargos       to ws-tot-encargos
               else
                   add 1 to ws-qtd-excedente
               end-if
           end-if
           .
       inclui-cobranca-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Mostra as cobrancas levantadas e insiste na tela ate as condicoes
      *>  ficarem validas e confirmadas (ou o operador desistir), entao
      *>  grava o acordo.
      *>------------------------------------------------------------------------
       edita-acordo section.

           perform monta-lista-tela

           move zeros  to ws-qtd-parcelas
           move zeros  to ws-venc-inicial
           move spaces to ws-confirma
           move spaces to ws-msn-aviso
           move "N"    to ws-dados-validos

           perform until dados-do-acordo-ok or ws-desistiu
                      or voltar or fechar-programa
      *>       valor da parcela acompanha o numero de parcelas digitado
               perform calcula-parcelas

               display tela-edita-acordo
               accept tela-edita-acordo

               if not voltar and not fechar-programa
                 and not ws-desistiu then
                   perform calcula-parcelas
                   perform valida-acordo
               end-if
           end-perform

           if dados-do-acordo-ok then
               perform grava-acordo
           else
               move "Acordo nao gravado." to ws-msn-aviso
           end-if

      *>   voltar/sair na tela do acordo so abandona este acordo
           move spaces to ws-sair
           .
       edita-acordo-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Monta as linhas da tela com as 8 primeiras cobrancas levantadas
      *>  e o aviso de quantas mais entram no acordo.
      *>------------------------------------------------------------------------
       monta-lista-tela section.

           move spaces to ws-tab-lista
           move spaces to ws-lista-mais

           move 1 to ws-ind-cobr
           perform until ws-ind-cobr > ws-qtd-cobr or ws-ind-cobr > 8
               move ws-cb-cod(ws-ind-cobr)      to ws-ll-cod
               move ws-cb-comp(ws-ind-cobr)     to ws-ll-comp
               move ws-cb-venc(ws-ind-cobr)     to ws-ll-venc
               move ws-cb-devido(ws-ind-cobr)   to ws-ll-devido
               move ws-cb-encargos(ws-ind-cobr) to ws-ll-encargos
               move ws-lin-lista to ws-lista-linha(ws-ind-cobr)
               add 1 to ws-ind-cobr
           end-perform

           if ws-qtd-cobr > 8 then
               compute ws-lm-qtd = ws-qtd-cobr - 8
               move ws-lin-mais to ws-lista-mais
           end-if
           .
       monta-lista-tela-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Divide o total do acordo pelo numero de parcelas - a parcela sai
      *>  truncada no centavo e a ultima leva a diferenca.
      *>------------------------------------------------------------------------
       calcula-parcelas section.

           move zeros to ws-valor-parcela
           move zeros to ws-valor-ultima

           if ws-qtd-parcelas-valida then
               compute ws-valor-parcela = ws-tot-acordo / ws-qtd-parcelas
               compute ws-valor-ultima  = ws-tot-acordo
                                        - ws-valor-parcela * (ws-qtd-parcelas - 1)
           end-if
           .
       calcula-parcelas-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Valida as condicoes digitadas. Preenche ws-msn-aviso com o motivo
      *>  quando o acordo nao esta ok.
      *>------------------------------------------------------------------------
       valida-acordo section.

           move "S" to ws-dados-validos
           move spaces to ws-msn-aviso

           evaluate true
               when not ws-qtd-parcelas-valida
                   move "N" to ws-dados-validos
                   move "Numero de parcelas deve ser de 1 a 24." to ws-msn-aviso

               when not ws-vi-ano-valido
                 or not ws-vi-mes-valido
                 or not ws-vi-dia-valido
                   move "N" to ws-dados-validos
                   move "1o vencimento invalido (AAAAMMDD, dia ate 28)." to ws-msn-aviso

               when ws-venc-inicial < ws-data-pagto
                   move "N" to ws-dados-validos
                   move "1o vencimento anterior a data do acordo." to ws-msn-aviso

               when ws-valor-ultima > 9999,99
                   move "N" to ws-dados-validos
                   move "Parcela acima de 9.999,99 - aumente as parcelas." to ws-msn-aviso

               when not ws-confirmado
                   move "N" to ws-dados-validos
                   move "Confira as parcelas e confirme (S/N)." to ws-msn-aviso
           end-evaluate
           .
       valida-acordo-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Grava o acordo: numero seguinte ao ultimo gravado, parcelas no
      *>  arqMensalidades do aluno titular a partir da primeira
      *>  competencia AAAA13 livre no ano do acordo, itens das parcelas e
      *>  das cobrancas renegociadas, e a auditoria.
      *>------------------------------------------------------------------------
       grava-acordo section.

      *>   titular: menor codigo entre os alunos com cobranca no acordo
           move ws-cb-cod(1) to ws-cod-titular
           move 2 to ws-ind-cobr
           perform until ws-ind-cobr > ws-qtd-cobr
               if ws-cb-cod(ws-ind-cobr) < ws-cod-titular then
                   move ws-cb-cod(ws-ind-cobr) to ws-cod-titular
               end-if
               add 1 to ws-ind-cobr
           end-perform

           open i-o arqMensalidades

           if ws-fs-arqMens <> 00 then
               move 15                                    to ws-msn-erro-ofsset
               move ws-fs-arqMens                         to ws-msn-erro-cod
               move "Erro ao abrir arqMensalidades.dat."  to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           perform busca-competencia-livre

           if not ws-parcelas-cabem then
               move "Limite de parcelas do ano esgotado p/ o aluno." to ws-msn-aviso
           else
               perform abre-arquivos-acordo
               perform busca-proximo-acordo

               move ws-venc-inicial to ws-venc-parcela
               move 1 to ws-ind-parc
               perform until ws-ind-parc > ws-qtd-parcelas
                   perform grava-parcela
                   add 1 to ws-comp-parcela
                   add 1 to ws-vp-mes
                   if ws-vp-mes > 12 then
                       move 1 to ws-vp-mes
                       add 1  to ws-vp-ano
                   end-if
                   add 1 to ws-ind-parc
               end-perform

               move 1 to ws-ind-cobr
               perform until ws-ind-cobr > ws-qtd-cobr
                   perform marca-renegociada
                   add 1 to ws-ind-cobr
               end-perform

               move ws-prox-acordo   to aco-numero
               move ws-data-pagto    to aco-data
               move ws-fam-busca     to aco-cod-familia
               move ws-cod-titular   to aco-cod-aluno
               move ws-qtd-cobr      to aco-qtd-originais
               move ws-tot-original  to aco-valor-original
               move ws-tot-encargos  to aco-encargos
               move ws-tot-acordo    to aco-valor-total
               move ws-qtd-parcelas  to aco-qtd-parcelas
               compute aco-comp-inicial = ws-comp-parcela - ws-qtd-parcelas
               move ws-venc-inicial  to aco-venc-inicial
               move ws-audit-usuario to aco-usuario

               write aco-reg

               if ws-fs-arqAcordos <> 00 then
                   move 16                                  to ws-msn-erro-ofsset
                   move ws-fs-arqAcordos                    to ws-msn-erro-cod
                   move "Erro ao gravar arqAcordos.dat."    to ws-msn-erro-text
                   perform finaliza-anormal
               end-if

               close arqAcordos
               close arqAcordoItens

               if ws-fs-arqAcordos <> 00 or ws-fs-arqAcordoItens <> 00 then
                   move 17                                  to ws-msn-erro-ofsset
                   move ws-fs-arqAcordos                    to ws-msn-erro-cod
                   move "Erro ao fechar arqs. do acordo."   to ws-msn-erro-text
                   perform finaliza-anormal
               end-if

               move ws-cod-titular to ws-aud-cod
               move "ACORDO"       to ws-aud-acao
               perform grava-auditoria

               move "Acordo No.        gravado - parcelas de       ." to ws-msn-aviso
               move ws-prox-acordo      to ws-msn-aviso(12:6)
               move aco-comp-inicial    to ws-msn-aviso(41:6)
           end-if

           close arqMensalidades

           if ws-fs-arqMens <> 00 then
               move 18                                    to ws-msn-erro-ofsset
               move ws-fs-arqMens                         to ws-msn-erro-cod
               move "Erro ao fechar arqMensalidades.dat." to ws-msn-erro-text
               perform finaliza-anormal
           end-if
           .
       grava-acordo-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Primeira competencia de parcela livre do titular no ano do
      *>  acordo (logo depois da maior AAAA13..AAAA99 ja usada) - as
      *>  parcelas so cabem se a ultima nao passar de AAAA99.
      *>------------------------------------------------------------------------
       busca-competencia-livre section.

           compute ws-comp-parcela = ws-dp-ano * 100 + 13

           move ws-cod-titular to men-cod
           move ws-comp-parcela to men-competencia

           start arqMensalidades key is greater than or equal to men-chave

           if ws-fs-arqMens <> 00 and ws-fs-arqMens <> 23 then
               move 19                                    to ws-msn-erro-ofsset
               move ws-fs-arqMens                         to ws-msn-erro-cod
               move "Erro ao posicionar arqMensalidades." to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           if ws-fs-arqMens = 23 then
               move "S" to ws-fim-aluno
           else
               move "N" to ws-fim-aluno
           end-if

           perform until ws-fim-cobrancas-aluno
               read arqMensalidades next

               if ws-fs-arqMens <> 00 and ws-fs-arqMens <> 10 then
                   move 20                                    to ws-msn-erro-ofsset
                   move ws-fs-arqMens                         to ws-msn-erro-cod
                   move "Erro ao ler arqMensalidades.dat."    to ws-msn-erro-text
                   perform finaliza-anormal
               end-if

               if ws-fs-arqMens = 10
                 or men-cod <> ws-cod-titular
                 or men-competencia > ws-dp-ano * 100 + 99 then
                   move "S" to ws-fim-aluno
               else
                   compute ws-comp-parcela = men-competencia + 1
               end-if
           end-perform

           compute ws-comp-limite = ws-comp-parcela + ws-qtd-parcelas - 1

           if ws-comp-limite > ws-dp-ano * 100 + 99 then
               move "N" to ws-cabe-no-ano
           else
               move "S" to ws-cabe-no-ano
           end-if
           .
       busca-competencia-livre-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Abre o arqAcordos e o arqAcordoItens para gravacao - criados na
      *>  primeira vez (status 35).
      *>------------------------------------------------------------------------
       abre-arquivos-acordo section.

           open i-o arqAcordos

           if ws-fs-arqAcordos = 35 then
               open output arqAcordos
               close arqAcordos
               open i-o arqAcordos
           end-if

           if ws-fs-arqAcordos <> 00 then
               move 21                                  to ws-msn-erro-ofsset
               move ws-fs-arqAcordos                    to ws-msn-erro-cod
               move "Erro ao abrir arqAcordos.dat."     to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           open i-o arqAcordoItens

           if ws-fs-arqAcordoItens = 35 then
               open output arqAcordoItens
               close arqAcordoItens
               open i-o arqAcordoItens
           end-if

           if ws-fs-arqAcordoItens <> 00 then
               move 22                                   to ws-msn-erro-ofsset
               move ws-fs-arqAcordoItens                 to ws-msn-erro-cod
               move "Erro ao abrir arqAcordoItens.dat."  to ws-msn-erro-text
               perform finaliza-anormal
           end-if
           .
       abre-arquivos-acordo-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Descobre o proximo numero de acordo - posiciona na maior chave e
      *>  le o ultimo registro, como na numeracao automatica dos alunos.
      *>------------------------------------------------------------------------
       busca-proximo-acordo section.

           move zeros to ws-prox-acordo

           move 999999 to aco-numero
           start arqAcordos key is less than or equal to aco-numero

           if ws-fs-arqAcordos = 00 then
               read arqAcordos previous

               if ws-fs-arqAcordos <> 00 then
                   move 23                                     to ws-msn-erro-ofsset
                   move ws-fs-arqAcordos                       to ws-msn-erro-cod
                   move "Erro ao ler arq. p/ prox. acordo."    to ws-msn-erro-text
                   perform finaliza-anormal
               end-if

               move aco-numero to ws-prox-acordo
           else
      *>       status 23 = nenhum acordo gravado ainda, comeca do 1
               if ws-fs-arqAcordos <> 23 then
                   move 23                                     to ws-msn-erro-ofsset
                   move ws-fs-arqAcordos                       to ws-msn-erro-cod
                   move "Erro ao ler arq. p/ prox. acordo."    to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if

           add 1 to ws-prox-acordo
           .
       busca-proximo-acordo-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Grava a parcela ws-ind-parc como cobranca do titular e o item
      *>  que a identifica como parcela do acordo.
      *>------------------------------------------------------------------------
       grava-parcela section.

           move ws-cod-titular  to men-cod
           move ws-comp-parcela to men-competencia
           move ws-venc-parcela to men-vencimento
           move zeros           to men-data-pagto
           move zeros           to men-valor-pago

           if ws-ind-parc = ws-qtd-parcelas then
               move ws-valor-ultima  to men-valor-devido
           else
               move ws-valor-parcela to men-valor-devido
           end-if

           write men-reg

           if ws-fs-arqMens <> 00 then
               move 24                                    to ws-msn-erro-ofsset
               move ws-fs-arqMens                         to ws-msn-erro-cod
               move "Erro ao gravar parcela do acordo."   to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           move men-chave        to ait-chave
           move "P"              to ait-tipo
           move ws-prox-acordo   to ait-acordo
           move ws-ind-parc      to ait-parcela
           move zeros            to ait-acordo-reneg
           move zeros            to ait-valor-devido
           move zeros            to ait-encargos

           write ait-reg

           if ws-fs-arqAcordoItens <> 00 then
               move 25                                   to ws-msn-erro-ofsset
               move ws-fs-arqAcordoItens                 to ws-msn-erro-cod
               move "Erro ao gravar arqAcordoItens.dat." to ws-msn-erro-text
               perform finaliza-anormal
           end-if
           .
       grava-parcela-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Marca a cobranca ws-ind-cobr como renegociada neste acordo -
      *>  parcela de acordo anterior ja tem item (so recebe o numero do
      *>  acordo novo); mensalidade comum ganha um item novo.
      *>------------------------------------------------------------------------
       marca-renegociada section.

           move ws-cb-cod(ws-ind-cobr)  to ait-cod
           move ws-cb-comp(ws-ind-cobr) to ait-competencia
           read arqAcordoItens

           if ws-fs-arqAcordoItens <> 00 and ws-fs-arqAcordoItens <> 23 then
               move 26                                   to ws-msn-erro-ofsset
               move ws-fs-arqAcordoItens                 to ws-msn-erro-cod
               move "Erro ao ler arqAcordoItens.dat."    to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           move ws-prox-acordo              to ait-acordo-reneg
           move ws-cb-devido(ws-ind-cobr)   to ait-valor-devido
           move ws-cb-encargos(ws-ind-cobr) to ait-encargos

           if ws-fs-arqAcordoItens = 00 then
               rewrite ait-reg
           else
               move "M"   to ait-tipo
               move zeros to ait-acordo
               move zeros to ait-parcela
               write ait-reg
           end-if

           if ws-fs-arqAcordoItens <> 00 then
               move 27                                   to ws-msn-erro-ofsset
               move ws-fs-arqAcordoItens                 to ws-msn-erro-cod
               move "Erro ao gravar arqAcordoItens.dat." to ws-msn-erro-text
               perform finaliza-anormal
           end-if
           .
       marca-renegociada-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Calcula a multa e os juros por atraso ate a data do acordo - o
      *>  mesmo calculo da tela de pagamentos: multa de 2% sobre o valor
      *>  devido e juros de 1% ao mes contados por dia (mes comercial de 30
      *>  dias).
      *>------------------------------------------------------------------------
       calcula-encargos section.

           move zeros to ws-multa
           move zeros to ws-juros
           move zeros to ws-dias-atraso

           if ws-data-pagto > ws-vencimento and ws-vencimento > zeros then
               compute ws-dias-atraso = (ws-dp-ano - ws-vc-ano) * 360
                                      + (ws-dp-mes - ws-vc-mes) * 30
                                      + (ws-dp-dia - ws-vc-dia)

               if ws-dias-atraso > zeros then
                   compute ws-multa rounded = ws-valor-devido * 2 / 100
                   compute ws-juros rounded =
                       ws-valor-devido * ws-dias-atraso / 3000
               end-if
           end-if

           compute ws-encargos    = ws-multa + ws-juros
           compute ws-total-pagar = ws-valor-devido + ws-encargos
           .
       calcula-encargos-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Grava uma linha na trilha de auditoria (arqAuditoria.txt) para o
      *>  codigo/acao ja deixados em ws-aud-cod/ws-aud-acao pelo chamador -
      *>  mesmo padrao dos programas do cadastro.
      *>------------------------------------------------------------------------
       grava-auditoria section.

           open extend arqAuditoria

           if ws-fs-arqAuditoria = 35 then
               open output arqAuditoria
               close arqAuditoria
               open extend arqAuditoria
           end-if

           if ws-fs-arqAuditoria <> 00 and ws-fs-arqAuditoria <> 05 then
               move 28                                  to ws-msn-erro-ofsset
               move ws-fs-arqAuditoria                  to ws-msn-erro-cod
               move "Erro ao abrir arqAuditoria.txt."   to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           move ws-aud-cod       to aud-cod
           move ws-aud-acao      to aud-acao
           move ws-audit-usuario to aud-usuario
           accept aud-data from date yyyymmdd
           accept aud-hora from time

           write aud-reg

           if ws-fs-arqAuditoria <> 00 then
               move 29                                  to ws-msn-erro-ofsset
               move ws-fs-arqAuditoria                  to ws-msn-erro-cod
               move "Erro ao gravar na auditoria."      to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           close arqAuditoria

           if ws-fs-arqAuditoria <> 00 then
               move 30                                  to ws-msn-erro-ofsset
               move ws-fs-arqAuditoria                  to ws-msn-erro-cod
               move "Erro ao fechar arqAuditoria.txt."  to ws-msn-erro-text
               perform finaliza-anormal
           end-if
           .
       grava-auditoria-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Finalização  Anormal
      *>------------------------------------------------------------------------
       finaliza-anormal section.
           display erase

      *>   imprimindo mensagens de erro
           display ws-msn-erro-ofsset
           display ws-msn-erro-cod
           display ws-msn-erro-text
           Stop run
           .
       finaliza-anormal-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Finalização
      *>------------------------------------------------------------------------
       finaliza section.

           Stop run
           .
       finaliza-exit.
           exit.
