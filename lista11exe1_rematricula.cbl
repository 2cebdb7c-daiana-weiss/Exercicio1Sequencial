      $set sourceformat"free"

      *>Divisão de identificação do programa
       identification division.
       program-id. "lista11exe1_rematricula".
       author. "Daiana Weiss".
       installation. "PC".
       date-written. 15/10/2026.
       date-compiled. 15/10/2026.

      *>   Campanha de rematricula (outubro/novembro): pede o ano letivo
      *>   corrente e, para cada aluno do arqCad que continua na escola no
      *>   ano seguinte, cria no arqRematricula.dat (layout remreg.cpy) o
      *>   registro PENDENTE do ano seguinte com a fase prevista - a fase
      *>   atual + 1, ou a mesma fase se o resultado final do ano ja
      *>   apurado (arqResultados.dat, decisao do conselho quando houver)
      *>   for RETIDO. O concluinte da fase 12 nao rematricula. Depois
      *>   gera o formularioRematricula.txt com uma ficha por familia
      *>   (irmaos do arqFamVinculo.txt juntos, responsaveis do
      *>   arqFamilias.dat) ou por aluno sem vinculo, listando os alunos,
      *>   a fase atual e a fase do ano seguinte, para a familia marcar se
      *>   confirma ou nao a rematricula e devolver assinada. A resposta eh
      *>   gravada na tela lista11exe1_manutRematricula. A rodada pode ser
      *>   repetida: registro ja existente nao eh mexido e so os alunos
      *>   ainda PENDENTES ganham ficha de novo (aluno matriculado depois
      *>   da primeira rodada entra na seguinte).

      *>Divisão para configuração do ambiente
       environment division.
       configuration section.
           special-names. decimal-point is comma.

      *>-----Declaração dos recursos externos
       input-output section.
       file-control.

           select arqCad assign to "arqCad.dat" *> cadastro de alunos (somente leitura)
           organization is indexed
           access mode is dynamic
           record key is fd-cod
           lock mode is automatic
           file status is ws-fs-arqCad.

           select arqRematricula assign to "arqRematricula.dat" *> respostas da rematricula por ano e aluno
           organization is indexed
           access mode is dynamic
           record key is rem-chave
           lock mode is automatic
           file status is ws-fs-arqRematricula.

           select arqResultados assign to "arqResultados.dat" *> resultado final do ano (somente leitura)
           organization is indexed
           access mode is dynamic
           record key is res-chave
           lock mode is automatic
           file status is ws-fs-arqResultados.

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

           select ordRemat assign to "ordRemat.tmp" *> arquivo de trabalho do sort
           organization is line sequential.

           select formRemat assign to "formularioRematricula.txt" *> fichas impressas
           organization is line sequential
           access mode is sequential
           lock mode is automatic
           file status is ws-fs-formRemat.

      *>Declaração de variáveis
       data division.

      *>----Variaveis de arquivos
       file section.
       fd arqCad.
           copy "cadreg.cpy".

       fd arqRematricula.
           copy "remreg.cpy".

       fd arqResultados.
           copy "resreg.cpy".

       fd arqFamilias.
           copy "famreg.cpy".

       fd arqFamVinculo.
           copy "favreg.cpy".

       sd ordRemat.
       01 sd-remat.
           05 sd-grupo-tipo                        pic X(001). *> A = aluno sem familia, F = familia
           05 sd-grupo                             pic 9(004). *> codigo do aluno ou da familia
           05 sd-cod                               pic 9(004).
           05 sd-nome-alu                          pic X(035).
           05 sd-fase-atual                        pic 9(002).
           05 sd-fase-prevista                     pic 9(002).

       fd formRemat.
       01 frm-linha                                pic X(080).

      *>----Variaveis de trabalho
       working-storage section.

       77 ws-fs-arqCad                             pic  9(02).
       77 ws-fs-arqRematricula                     pic  9(02).
       77 ws-fs-arqResultados                      pic  9(02).
       77 ws-fs-arqFamilias                        pic  9(02).
       77 ws-fs-arqFamVinculo                      pic  9(02).
       77 ws-fs-formRemat                          pic  9(02).

       77 ws-ano-corrente                          pic  9(004) value zeros.
          88  ws-ano-corrente-valido               value 1900 thru 2099.

       77 ws-ano-seguinte                          pic  9(004) value zeros.

       01 ws-data-hoje                             pic  9(008) value zeros.

      *>   arqFamilias.dat ainda nao existir nao eh erro: os responsaveis
      *>   saem da copia do proprio cadastro
       77 ws-fam-aberta                            pic  x(01) value "N".
          88  ws-tem-arq-familias                  value "S".

      *>----Vinculo aluno-familia em memoria (indice = codigo do aluno,
      *>   zero = sem vinculo)
       01 ws-tab-vinculo.
           05 ws-vinculo-fam                       pic 9(004) occurs 9999 times.

      *>----Resultado final do ano corrente por aluno (indice = codigo):
      *>   "R" retido (pela apuracao ou pelo conselho), espaco = promovido
      *>   ou ainda sem resultado
       01 ws-tab-resultados.
           05 ws-res-final                         pic x(001) occurs 9999 times.

      *>   indice para varrer as tabelas acima - 5 digitos para poder
      *>   passar de 9999 e encerrar o perform sem estourar
       77 ws-ind-vinc                              pic  9(005) value zeros.

       77 ws-fase-prevista                         pic  9(002) value zeros.

       77 ws-qtd-novos                             pic  9(004) value zeros.
       77 ws-qtd-ja-existiam                       pic  9(004) value zeros.
       77 ws-qtd-respondidos                       pic  9(004) value zeros.
       77 ws-qtd-concluintes                       pic  9(004) value zeros.
       77 ws-qtd-fase-invalida                     pic  9(004) value zeros.
       77 ws-qtd-fichas                            pic  9(004) value zeros.

      *>----Controle da montagem das fichas
       77 ws-fim-ordenacao                         pic  x(01) value "N".
          88  fim-da-ordenacao                     value "S".

       77 ws-primeira-leitura                      pic  x(01) value "S".
          88  eh-primeira-leitura                  value "S".

       77 ws-grupo-tipo-atual                      pic  x(001) value spaces.
       77 ws-grupo-atual                           pic  9(004) value zeros.

      *>----Controle da quebra de pagina - cada ficha ocupa uma folha de
      *>   tamanho fixo, completada com linhas em branco
       77 ws-linhas-por-pagina                     pic  9(02) value 66.
       77 ws-linha-corrente                        pic  9(02) value zeros.

      *>----Linhas da ficha
       01 ws-lin-moldura.
           05 filler                               pic x(070) value all "=".

       01 ws-lin-titulo.
           05 filler                               pic x(018) value spaces.
           05 filler                               pic x(029) value
              "FICHA DE REMATRICULA - ANO".
           05 ws-lt-ano                            pic 9(004).

       01 ws-lin-campo.
           05 ws-lc-rotulo                         pic x(020).
           05 filler                               pic x(002) value ": ".
           05 ws-lc-valor                          pic x(058).

       01 ws-lin-texto-1.
           05 filler                               pic x(070) value
              "Prezados responsaveis, pedimos marcar abaixo, para cada aluno,".

       01 ws-lin-texto-2.
           05 filler                               pic x(036) value
              "se confirmam a rematricula para".
           05 ws-lx-ano                            pic 9(004).
           05 filler                               pic x(030) value
              " e devolver esta ficha".

       01 ws-lin-texto-3.
           05 filler                               pic x(070) value
              "assinada a secretaria.".

       01 ws-lin-cab-alunos.
           05 filler                               pic x(005) value "Cod.".
           05 filler                               pic x(031) value "Aluno".
           05 filler                               pic x(007) value "Fase".
           05 filler                               pic x(005) value "Em ".
           05 ws-lca-ano                           pic 9(004).
           05 filler                               pic x(003) value spaces.
           05 filler                               pic x(025) value "Rematricula".

       01 ws-lin-aluno.
           05 ws-la-cod                            pic 9(004).
           05 filler                               pic x(001) value spaces.
           05 ws-la-nome                           pic x(030).
           05 filler                               pic x(002) value spaces.
           05 ws-la-fase-atual                     pic z9.
           05 filler                               pic x(006) value spaces.
           05 ws-la-fase-prevista                  pic z9.
           05 filler                               pic x(008) value spaces.
           05 filler                               pic x(025) value
              "[ ] Sim    [ ] Nao".

       01 ws-lin-emissao.
           05 filler                               pic x(011) value "Emitida em ".
           05 ws-le-data                           pic 9(008).

       01 ws-lin-assinatura.
           05 filler                               pic x(052) value
              "Assinatura do responsavel: ________________________".

       01 ws-lin-data-resp.
           05 filler                               pic x(052) value
              "Data: ____/____/________".

       01 ws-lin-branco                            pic x(080) value spaces.

       77 ws-msn-erro-ofsset                       pic 9(02).
       77 ws-msn-erro-cod                          pic 9(02).
       77 ws-msn-erro-text                         pic X(42).

      *>----Variaveis para comunicação entre programas
       linkage section.

      *>Declaração do corpo do programa
       procedure division.

           perform inicializa.
           perform processamento.
           perform finaliza.

      *>------------------------------------------------------------------------
      *>  Procedimentos de inicialização - pede o ano letivo corrente e
      *>  carrega os vinculos e os resultados ja apurados
      *>------------------------------------------------------------------------
       inicializa section.

           perform until ws-ano-corrente-valido
               display "Informe o ano letivo corrente (AAAA): "
                   with no advancing
               accept ws-ano-corrente
           end-perform

           compute ws-ano-seguinte = ws-ano-corrente + 1
           accept ws-data-hoje from date yyyymmdd

           perform carrega-vinculos
           perform carrega-resultados
           .
       inicializa-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Processamento principal - cria os registros pendentes e ordena
      *>  os alunos por familia para imprimir as fichas
      *>------------------------------------------------------------------------
       processamento section.

           sort ordRemat
               on ascending key sd-grupo-tipo sd-grupo sd-cod
               input procedure is popula-ordenacao
               output procedure is gera-fichas

           display "Rematricula " ws-ano-seguinte " - fichas em formularioRematricula.txt"
           display "Registros pendentes criados ... " ws-qtd-novos
           display "Ja existiam (pendentes) ....... " ws-qtd-ja-existiam
           display "Ja respondidos (sem ficha) .... " ws-qtd-respondidos
           display "Concluintes da fase 12 ........ " ws-qtd-concluintes
           display "Fase invalida (fora) .......... " ws-qtd-fase-invalida
           display "Fichas impressas .............. " ws-qtd-fichas
           .
       processamento-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Carrega o arqFamVinculo para a tabela em memoria (indice =
      *>  codigo do aluno) - arquivo ainda nao existir significa nenhum
      *>  vinculo gravado.
      *>------------------------------------------------------------------------
       carrega-vinculos section.

           move 1 to ws-ind-vinc
           perform until ws-ind-vinc > 9999
               move zeros to ws-vinculo-fam(ws-ind-vinc)
               add 1 to ws-ind-vinc
           end-perform

           open input arqFamVinculo

           if ws-fs-arqFamVinculo <> 35 then

               if ws-fs-arqFamVinculo <> 00 then
                   move 1                                   to ws-msn-erro-ofsset
                   move ws-fs-arqFamVinculo                 to ws-msn-erro-cod
                   move "Erro ao abrir arqFamVinculo.txt."  to ws-msn-erro-text
                   perform finaliza-anormal
               end-if

               perform until ws-fs-arqFamVinculo = 10
                   read arqFamVinculo

                   if ws-fs-arqFamVinculo <> 00 and ws-fs-arqFamVinculo <> 10 then
                       move 2                                   to ws-msn-erro-ofsset
                       move ws-fs-arqFamVinculo                 to ws-msn-erro-cod
                       move "Erro ao ler arqFamVinculo.txt."    to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if

                   if ws-fs-arqFamVinculo = 00 and fav-cod-aluno > 0 then
                       move fav-cod-familia to ws-vinculo-fam(fav-cod-aluno)
                   end-if
               end-perform

               close arqFamVinculo
           end-if
           .
       carrega-vinculos-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Marca os alunos RETIDOS no resultado final do ano corrente -
      *>  decisao do conselho quando houver, senao o resultado apurado.
      *>  Sem apuracao ainda (o caso normal em outubro) todos sobem.
      *>------------------------------------------------------------------------
       carrega-resultados section.

           move 1 to ws-ind-vinc
           perform until ws-ind-vinc > 9999
               move space to ws-res-final(ws-ind-vinc)
               add 1 to ws-ind-vinc
           end-perform

           open input arqResultados

           if ws-fs-arqResultados <> 35 then

               if ws-fs-arqResultados <> 00 then
                   move 3                                   to ws-msn-erro-ofsset
                   move ws-fs-arqResultados                 to ws-msn-erro-cod
                   move "Erro ao abrir arqResultados.dat."  to ws-msn-erro-text
                   perform finaliza-anormal
               end-if

               move ws-ano-corrente to res-ano
               move zeros           to res-cod
               start arqResultados key is not less than res-chave

               if ws-fs-arqResultados <> 00 and ws-fs-arqResultados <> 23 then
                   move 4                                   to ws-msn-erro-ofsset
                   move ws-fs-arqResultados                 to ws-msn-erro-cod
                   move "Erro ao posicionar arqResultados."  to ws-msn-erro-text
                   perform finaliza-anormal
               end-if

               perform until ws-fs-arqResultados <> 00
                   read arqResultados next

                   if ws-fs-arqResultados <> 00 and ws-fs-arqResultados <> 10 then
                       move 5                                   to ws-msn-erro-ofsset
                       move ws-fs-arqResultados                 to ws-msn-erro-cod
                       move "Erro ao ler arqResultados.dat."    to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if

      *>           passou do ano corrente: encerra a leitura
                   if ws-fs-arqResultados = 00
                     and res-ano <> ws-ano-corrente then
                       move 10 to ws-fs-arqResultados
                   end-if

                   if ws-fs-arqResultados = 00 and res-cod > 0 then
                       if res-conselho-reteve
                         or (res-retido and res-sem-decisao) then
                           move "R" to ws-res-final(res-cod)
                       end-if
                   end-if
               end-perform

               close arqResultados
           end-if
           .
       carrega-resultados-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Percorre o arqCad, cria o registro PENDENTE de quem ainda nao
      *>  tem registro no ano seguinte e entrega ao sort os alunos ainda
      *>  pendentes, no grupo da familia.
      *>------------------------------------------------------------------------
       popula-ordenacao section.

           open input arqCad

           if ws-fs-arqCad <> 00 then
               move 6                               to ws-msn-erro-ofsset
               move ws-fs-arqCad                    to ws-msn-erro-cod
               move "Erro ao abrir arqCad.dat."     to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           open i-o arqRematricula

           if ws-fs-arqRematricula = 35 then
               open output arqRematricula
               close arqRematricula
               open i-o arqRematricula
           end-if

           if ws-fs-arqRematricula <> 00 then
               move 7                                     to ws-msn-erro-ofsset
               move ws-fs-arqRematricula                  to ws-msn-erro-cod
               move "Erro ao abrir arqRematricula.dat."   to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           perform until ws-fs-arqCad = 10
               read arqCad next

               if ws-fs-arqCad <> 00 and ws-fs-arqCad <> 10 then
                   move 8                            to ws-msn-erro-ofsset
                   move ws-fs-arqCad                 to ws-msn-erro-cod
                   move "Erro ao ler arqCad.dat."    to ws-msn-erro-text
                   perform finaliza-anormal
               end-if

               if ws-fs-arqCad = 00 then
                   evaluate true
                       when fd-fase < 1 or fd-fase > 12
                           add 1 to ws-qtd-fase-invalida
                       when fd-fase = 12 and ws-res-final(fd-cod) <> "R"
                           add 1 to ws-qtd-concluintes
                       when other
                           perform inclui-aluno-campanha
                   end-evaluate
               end-if
           end-perform

           close arqCad
           close arqRematricula

           if ws-fs-arqCad <> 00 or ws-fs-arqRematricula <> 00 then
               move 9                               to ws-msn-erro-ofsset
               move ws-fs-arqCad                    to ws-msn-erro-cod
               move "Erro ao fechar os arquivos."   to ws-msn-erro-text
               perform finaliza-anormal
           end-if
           .
       popula-ordenacao-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Aluno em fd-cad na campanha: grava o registro PENDENTE quando
      *>  ainda nao existe (status 22 = ja existia, nao eh mexido) e
      *>  libera a ficha de quem continua pendente.
      *>------------------------------------------------------------------------
       inclui-aluno-campanha section.

           move fd-fase to ws-fase-prevista

           if ws-res-final(fd-cod) <> "R" then
               add 1 to ws-fase-prevista
           end-if

           move ws-ano-seguinte  to rem-ano
           move fd-cod           to rem-cod
           move fd-fase          to rem-fase-atual
           move ws-fase-prevista to rem-fase-prevista
           move "P"              to rem-situacao
           move ws-data-hoje     to rem-data-geracao
           move zeros            to rem-data-resposta
           move spaces           to rem-usuario

           write rem-reg

           evaluate ws-fs-arqRematricula
               when 00
                   add 1 to ws-qtd-novos
               when 22
                   read arqRematricula

                   if ws-fs-arqRematricula <> 00 then
                       move 10                                    to ws-msn-erro-ofsset
                       move ws-fs-arqRematricula                  to ws-msn-erro-cod
                       move "Erro ao ler arqRematricula.dat."     to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if

                   if rem-pendente then
                       add 1 to ws-qtd-ja-existiam
                   else
                       add 1 to ws-qtd-respondidos
                   end-if
               when other
                   move 11                                    to ws-msn-erro-ofsset
                   move ws-fs-arqRematricula                  to ws-msn-erro-cod
                   move "Erro ao gravar no arqRematricula."   to ws-msn-erro-text
                   perform finaliza-anormal
           end-evaluate

           if rem-pendente then
               move "A"    to sd-grupo-tipo
               move fd-cod to sd-grupo

               if ws-vinculo-fam(fd-cod) > 0 then
                   move "F"                    to sd-grupo-tipo
                   move ws-vinculo-fam(fd-cod) to sd-grupo
               end-if

               move fd-cod            to sd-cod
               move fd-nome-alu       to sd-nome-alu
               move rem-fase-atual    to sd-fase-atual
               move rem-fase-prevista to sd-fase-prevista
               release sd-remat
           end-if
           .
       inclui-aluno-campanha-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Recebe os alunos pendentes ordenados por familia e imprime uma
      *>  ficha por grupo.
      *>------------------------------------------------------------------------
       gera-fichas section.

           open input arqCad

           if ws-fs-arqCad <> 00 then
               move 12                              to ws-msn-erro-ofsset
               move ws-fs-arqCad                    to ws-msn-erro-cod
               move "Erro ao abrir arqCad.dat."     to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           move "N" to ws-fam-aberta
           open input arqFamilias

           if ws-fs-arqFamilias = 00 then
               move "S" to ws-fam-aberta
           else
               if ws-fs-arqFamilias <> 35 then
                   move 13                                to ws-msn-erro-ofsset
                   move ws-fs-arqFamilias                 to ws-msn-erro-cod
                   move "Erro ao abrir arqFamilias.dat."  to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if

           open output formRemat

           if ws-fs-formRemat <> 00 then
               move 14                                           to ws-msn-erro-ofsset
               move ws-fs-formRemat                              to ws-msn-erro-cod
               move "Erro ao abrir formularioRematricula.txt."   to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           move "S" to ws-primeira-leitura

           perform until fim-da-ordenacao
               return ordRemat
                   at end
                       move "S" to ws-fim-ordenacao
               end-return

               if not fim-da-ordenacao then
                   if eh-primeira-leitura then
                       move "N" to ws-primeira-leitura
                       perform abre-ficha
                   else
                       if sd-grupo-tipo <> ws-grupo-tipo-atual
                         or sd-grupo <> ws-grupo-atual then
                           perform fecha-ficha
                           perform abre-ficha
                       end-if
                   end-if

                   move sd-cod           to ws-la-cod
                   move sd-nome-alu      to ws-la-nome
                   move sd-fase-atual    to ws-la-fase-atual
                   move sd-fase-prevista to ws-la-fase-prevista
                   move ws-lin-aluno     to frm-linha
                   perform grava-linha-ficha
               end-if
           end-perform

           if not eh-primeira-leitura then
               perform fecha-ficha
           end-if

           close formRemat

           if ws-fs-formRemat <> 00 then
               move 15                                           to ws-msn-erro-ofsset
               move ws-fs-formRemat                              to ws-msn-erro-cod
               move "Erro ao fechar formularioRematricula.txt."  to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           close arqCad

           if ws-tem-arq-familias then
               close arqFamilias
           end-if
           .
       gera-fichas-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Comeca a ficha do grupo em sd-remat: titulo, responsaveis, texto
      *>  e o cabecalho da lista de alunos.
      *>------------------------------------------------------------------------
       abre-ficha section.

           move sd-grupo-tipo to ws-grupo-tipo-atual
           move sd-grupo      to ws-grupo-atual
           move zeros         to ws-linha-corrente

           move ws-lin-moldura  to frm-linha
           perform grava-linha-ficha
           move ws-ano-seguinte to ws-lt-ano
           move ws-lin-titulo   to frm-linha
           perform grava-linha-ficha
           move ws-lin-moldura  to frm-linha
           perform grava-linha-ficha
           move ws-lin-branco   to frm-linha
           perform grava-linha-ficha

           perform grava-responsaveis

           move ws-lin-branco   to frm-linha
           perform grava-linha-ficha
           move ws-lin-texto-1  to frm-linha
           perform grava-linha-ficha
           move ws-ano-seguinte to ws-lx-ano
           move ws-lin-texto-2  to frm-linha
           perform grava-linha-ficha
           move ws-lin-texto-3  to frm-linha
           perform grava-linha-ficha
           move ws-lin-branco   to frm-linha
           perform grava-linha-ficha

           move ws-ano-seguinte   to ws-lca-ano
           move ws-lin-cab-alunos to frm-linha
           perform grava-linha-ficha

           add 1 to ws-qtd-fichas
           .
       abre-ficha-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Grava os responsaveis do grupo: do registro da familia, ou do
      *>  cadastro do aluno (sem vinculo, ou familia sumida do arquivo).
      *>------------------------------------------------------------------------
       grava-responsaveis section.

           move 23 to ws-fs-arqFamilias

           if ws-grupo-tipo-atual = "F" and ws-tem-arq-familias then
               move ws-grupo-atual to fam-cod
               read arqFamilias

               if ws-fs-arqFamilias <> 00 and ws-fs-arqFamilias <> 23 then
                   move 16                                to ws-msn-erro-ofsset
                   move ws-fs-arqFamilias                 to ws-msn-erro-cod
                   move "Erro ao ler arqFamilias.dat."    to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if

           if ws-fs-arqFamilias = 00 then
               move "Familia"          to ws-lc-rotulo
               move fam-cod            to ws-lc-valor
               perform grava-campo
               move "Mae/responsavel"  to ws-lc-rotulo
               move fam-nome-mae       to ws-lc-valor
               perform grava-campo
               move "Pai/responsavel"  to ws-lc-rotulo
               move fam-nome-pai       to ws-lc-valor
               perform grava-campo
               move "Telefone"         to ws-lc-rotulo
               move fam-tel-cont       to ws-lc-valor
               perform grava-campo
           else
               move sd-cod to fd-cod
               read arqCad

               if ws-fs-arqCad <> 00 and ws-fs-arqCad <> 23 then
                   move 17                              to ws-msn-erro-ofsset
                   move ws-fs-arqCad                    to ws-msn-erro-cod
                   move "Erro ao ler arqCad.dat."       to ws-msn-erro-text
                   perform finaliza-anormal
               end-if

               if ws-fs-arqCad = 00 then
                   move "Mae/responsavel"  to ws-lc-rotulo
                   move fd-nome-mae        to ws-lc-valor
                   perform grava-campo
                   move "Pai/responsavel"  to ws-lc-rotulo
                   move fd-nome-pai        to ws-lc-valor
                   perform grava-campo
                   move "Telefone"         to ws-lc-rotulo
                   move fd-tel-cont        to ws-lc-valor
                   perform grava-campo
               end-if
           end-if
           .
       grava-responsaveis-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Termina a ficha: data de emissao, assinatura do responsavel e
      *>  linhas em branco ate o fim da folha.
      *>------------------------------------------------------------------------
       fecha-ficha section.

           move ws-lin-branco     to frm-linha
           perform grava-linha-ficha
           move ws-lin-branco     to frm-linha
           perform grava-linha-ficha
           move ws-lin-assinatura to frm-linha
           perform grava-linha-ficha
           move ws-lin-branco     to frm-linha
           perform grava-linha-ficha
           move ws-lin-data-resp  to frm-linha
           perform grava-linha-ficha
           move ws-lin-branco     to frm-linha
           perform grava-linha-ficha
           move ws-data-hoje      to ws-le-data
           move ws-lin-emissao    to frm-linha
           perform grava-linha-ficha
           move ws-lin-moldura    to frm-linha
           perform grava-linha-ficha

      *>   completando a folha com linhas em branco (quebra de pagina)
           perform until ws-linha-corrente = zeros
               move ws-lin-branco to frm-linha
               perform grava-linha-ficha
           end-perform
           .
       fecha-ficha-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Grava um campo rotulado da ficha (rotulo e valor preenchidos).
      *>------------------------------------------------------------------------
       grava-campo section.

           move ws-lin-campo to frm-linha
           perform grava-linha-ficha
           .
       grava-campo-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Grava frm-linha no arquivo de impressao e conta a linha da folha
      *>  corrente (volta a zero ao completar a folha).
      *>------------------------------------------------------------------------
       grava-linha-ficha section.

           write frm-linha

           if ws-fs-formRemat <> 00 then
               move 18                                           to ws-msn-erro-ofsset
               move ws-fs-formRemat                              to ws-msn-erro-cod
               move "Erro ao gravar formularioRematricula.txt."  to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           add 1 to ws-linha-corrente

           if ws-linha-corrente >= ws-linhas-por-pagina then
               move zeros to ws-linha-corrente
           end-if
           .
       grava-linha-ficha-exit.
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
