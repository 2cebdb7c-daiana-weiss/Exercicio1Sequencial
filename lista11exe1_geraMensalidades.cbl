
      *>   Geracao mensal das mensalidades: pede a competencia (AAAAMM) e
      *>   gera no arqMensalidades.dat uma cobranca em aberto para cada
      *>   aluno ativo do arqCad, com o valor da fase do aluno na tabela de
      *>   parametros (arqParametros.txt, mantida pela diretoria no
      *>   lista11exe1_manutParametros - vale a linha de maior vigencia ate
      *>   a competencia gerada, assim o reajuste de janeiro so pega as
      *>   competencias a partir dele; enquanto a tabela nao foi criada
      *>   valem as faixas de sempre, 350,00 / 420,00 / 480,00 para as
      *>   fases 01-05 / 06-09 / 10-12) e vencimento no dia 10 da propria
      *>   competencia. Aluno cuja fase nao tem valor vigente na tabela fica
      *>   fora da geracao e eh contado. Sobre o valor eh aplicado o desconto do
      *>   aluno (arqDescontos.dat, mantido pelo lista11exe1_manutDescontos)
      *>   quando o vencimento cai dentro da vigencia - bolsas, irmaos e
      *>   funcionarios deixam de ser ajustados a mao na hora do
      *>   nao eh gerada de novo (a rodada pode ser repetida sem duplicar).
      *>   Substitui o livro de papel em que a escola controlava quem deve
      *>   mensalidade.
      *>   Na competencia de janeiro a geracao confere a rematricula do ano
      *>   (arqRematricula.dat, campanha lista11exe1_rematricula): aluno com
      *>   a ficha ainda PENDENTE nao tem janeiro cobrado ate a secretaria
      *>   gravar a resposta - o codigo aparece na tela e a rodada pode
      *>   ser repetida depois - e o DESISTENTE tambem fica fora. Aluno sem
      *>   ficha (matriculado depois da campanha) eh cobrado normalmente.

      *>Divisão para configuração do ambiente
       environment division.
           lock mode is automatic
           file status is ws-fs-arqDesc.

           select arqParametros assign to "arqParametros.txt" *> valores de mensalidade (somente leitura)
           organization is line sequential
           access mode is sequential
           lock mode is automatic
           file status is ws-fs-arqParametros.

           select arqRematricula assign to "arqRematricula.dat" *> respostas da rematricula (somente leitura)
           organization is indexed
           access mode is dynamic
           record key is rem-chave
           lock mode is automatic
           file status is ws-fs-arqRematricula.

      *>Declaração de variáveis
       data division.

       fd arqDescontos.
           copy "descreg.cpy".

       fd arqParametros.
           copy "parmreg.cpy".

       fd arqRematricula.
           copy "remreg.cpy".

      *>----Variaveis de trabalho
       working-storage section.

       77 ws-fs-arqCad                             pic  9(02).
       77 ws-fs-arqMens                            pic  9(02).
       77 ws-fs-arqDesc                            pic  9(02).
       77 ws-fs-arqParametros                      pic  9(02).
       77 ws-fs-arqRematricula                     pic  9(02).

      *>   tabela de descontos ainda nao existir nao eh erro: a geracao
      *>   segue com os valores cheios da tabela
       77 ws-desc-aberto                           pic  x(01) value "N".
          88  ws-tem-tab-descontos                 value "S".
          88  ws-sem-tab-descontos                 value "N".

      *>   janeiro: a rematricula do ano eh conferida antes de cobrar
      *>   (arquivo ainda nao existir = nenhuma campanha, cobra todos)
       77 ws-rem-aberto                            pic  x(01) value "N".
          88  ws-tem-arq-rematricula               value "S".

       77 ws-cobra-aluno                           pic  x(01) value "S".
          88  ws-aluno-liberado                    value "S".
          88  ws-aluno-bloqueado                   value "N".

       01 ws-competencia                           pic  9(006) value zeros.
       01 ws-competencia-val redefines ws-competencia.
           05 ws-cp-ano                            pic 9(004).
           05 ws-cp-mes                            pic 9(002).
               88 ws-cp-mes-valido                  value 1 thru 12.

      *>----Valores de mensalidade por fase e vigencia (linhas M do
      *>   arqParametros.txt) - o reajuste eh feito na tela de parametros.
       01 ws-tab-mensalidades.
           05 ws-tab-mens                          occurs 500 times.
               10 ws-tm-fase                       pic 9(002).
               10 ws-tm-vigencia                   pic 9(006).
               10 ws-tm-valor                      pic 9(004)v99.

       77 ws-qtd-tab-mens                          pic  9(004) value zeros.
       77 ws-ind-tab-mens                          pic  9(004) value zeros.
       77 ws-ind-fase-ini                          pic  9(002) value zeros.

      *>   faixas usadas enquanto a tabela de parametros nao existe
           copy "parmini.cpy".

      *>   linha da tabela escolhida para a fase/competencia corrente
      *>   (vigencia zerada = fase sem valor vigente)
       77 ws-vig-escolhida                         pic  9(006) value zeros.
       77 ws-valor-escolhido                       pic  9(004)v99 value zeros.

       77 ws-qtd-geradas                           pic  9(04) value zeros.
       77 ws-qtd-ja-existiam                       pic  9(04) value zeros.
       77 ws-qtd-fase-invalida                     pic  9(04) value zeros.
       77 ws-qtd-com-desconto                      pic  9(04) value zeros.
       77 ws-qtd-sem-valor                         pic  9(04) value zeros.
       77 ws-qtd-remat-pendente                    pic  9(04) value zeros.
       77 ws-qtd-remat-desistente                  pic  9(04) value zeros.

      *>   valor do desconto calculado para a cobranca corrente
       77 ws-valor-desconto                        pic  9(004)v99 value zeros.
           perform finaliza.

      *>------------------------------------------------------------------------
      *>  Procedimentos de inicialização - pede a competencia a gerar e
      *>  carrega os valores de mensalidade da tabela de parametros
      *>------------------------------------------------------------------------
       inicializa section.

                   with no advancing
               accept ws-competencia
           end-perform

           perform carrega-valores
           .
       inicializa-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Carrega as linhas M do arqParametros.txt - arquivo ainda nao
      *>  existir (tela de parametros nunca aberta) = valem as tres faixas
      *>  que eram fixas na geracao.
      *>------------------------------------------------------------------------
       carrega-valores section.

           move zeros to ws-qtd-tab-mens

           open input arqParametros

           if ws-fs-arqParametros <> 00 and ws-fs-arqParametros <> 35 then
               move 9                                     to ws-msn-erro-ofsset
               move ws-fs-arqParametros                   to ws-msn-erro-cod
               move "Erro ao abrir arqParametros.txt."    to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           if ws-fs-arqParametros = 35 then
               perform monta-valores-iniciais
           else
               perform le-valores
           end-if
           .
       carrega-valores-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Le as linhas M do arqParametros.txt ja aberto.
      *>------------------------------------------------------------------------
       le-valores section.

           perform until ws-fs-arqParametros = 10
               read arqParametros

               if ws-fs-arqParametros <> 00 and ws-fs-arqParametros <> 10 then
                   move 10                                    to ws-msn-erro-ofsset
                   move ws-fs-arqParametros                   to ws-msn-erro-cod
                   move "Erro ao ler arqParametros.txt."      to ws-msn-erro-text
                   perform finaliza-anormal
               end-if

               if ws-fs-arqParametros = 00 and prm-eh-mensalidade
                 and ws-qtd-tab-mens < 500 then
                   add 1 to ws-qtd-tab-mens
                   move prm-fase     to ws-tm-fase(ws-qtd-tab-mens)
                   move prm-vigencia to ws-tm-vigencia(ws-qtd-tab-mens)
                   move prm-valor    to ws-tm-valor(ws-qtd-tab-mens)
               end-if
           end-perform

           close arqParametros
           .
       le-valores-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Tabela sem arquivo de parametros: as mesmas faixas que o
      *>  lista11exe1_manutParametros grava na primeira execucao, valendo
      *>  desde sempre.
      *>------------------------------------------------------------------------
       monta-valores-iniciais section.

           move 1 to ws-ind-fase-ini
           perform until ws-ind-fase-ini > 12
               add 1 to ws-qtd-tab-mens
               move ws-ind-fase-ini to ws-tm-fase(ws-qtd-tab-mens)
               move 190001          to ws-tm-vigencia(ws-qtd-tab-mens)

               evaluate true
                   when ws-ind-fase-ini <= 05
                       move pri-valor-faixa-1 to ws-tm-valor(ws-qtd-tab-mens)
                   when ws-ind-fase-ini <= 09
                       move pri-valor-faixa-2 to ws-tm-valor(ws-qtd-tab-mens)
                   when other
                       move pri-valor-faixa-3 to ws-tm-valor(ws-qtd-tab-mens)
               end-evaluate

               add 1 to ws-ind-fase-ini
           end-perform
           .
       monta-valores-iniciais-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Processamento principal - uma cobranca em aberto por aluno ativo
      *>------------------------------------------------------------------------
           end-if

      *>   tabela de descontos ainda nao existe (status 35): a geracao
      *>   segue sem desconto nenhum, com os valores cheios da tabela
           move "N" to ws-desc-aberto
           open input arqDescontos

               end-if
           end-if

           move "N" to ws-rem-aberto

           if ws-cp-mes = 1 then
               open input arqRematricula

               if ws-fs-arqRematricula = 00 then
                   move "S" to ws-rem-aberto
               else
                   if ws-fs-arqRematricula <> 35 then
                       move 11                                    to ws-msn-erro-ofsset
                       move ws-fs-arqRematricula                  to ws-msn-erro-cod
                       move "Erro ao abrir arqRematricula.dat."   to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if
               end-if
           end-if

           perform until ws-fs-arqCad = 10
               read arqCad next


               if ws-fs-arqCad = 00 then
                   if fd-fase >= 1 and fd-fase <= 12 then
                       move "S" to ws-cobra-aluno

                       if ws-tem-arq-rematricula then
                           perform confere-rematricula
                       end-if

                       if ws-aluno-liberado then
                           perform gera-cobranca
                       end-if
                   else
      *>               registro antigo com fase fora da faixa: sem valor de
      *>               tabela definido, fica fora da geracao e eh contado.
               end-if
           end-if

           if ws-tem-arq-rematricula then
               close arqRematricula
           end-if

           if ws-fs-arqCad <> 00 or ws-fs-arqMens <> 00 then
               move 4                               to ws-msn-erro-ofsset
               move ws-fs-arqMens                   to ws-msn-erro-cod
           display "Com desconto aplicado ..... " ws-qtd-com-desconto
           display "Ja existiam ............... " ws-qtd-ja-existiam
           display "Fase invalida (nao gerada)  " ws-qtd-fase-invalida
           display "Fase sem valor na tabela .. " ws-qtd-sem-valor

           if ws-cp-mes = 1 then
               display "Rematricula pendente ...... " ws-qtd-remat-pendente
               display "Nao rematriculados ........ " ws-qtd-remat-desistente
           end-if
           .
       processamento-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Janeiro: le a ficha de rematricula do aluno em fd-cad no ano da
      *>  competencia - PENDENTE ou DESISTENTE bloqueia a cobranca (o
      *>  pendente eh mostrado na tela para a secretaria resolver). Sem
      *>  ficha ou CONFIRMADA, cobra normalmente.
      *>------------------------------------------------------------------------
       confere-rematricula section.

           move ws-cp-ano to rem-ano
           move fd-cod    to rem-cod
           read arqRematricula

           if ws-fs-arqRematricula <> 00 and ws-fs-arqRematricula <> 23 then
               move 12                                    to ws-msn-erro-ofsset
               move ws-fs-arqRematricula                  to ws-msn-erro-cod
               move "Erro ao ler arqRematricula.dat."     to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           if ws-fs-arqRematricula = 00 then
               evaluate true
                   when rem-pendente
                       move "N" to ws-cobra-aluno
                       add 1 to ws-qtd-remat-pendente
                       display "Rematricula pendente - janeiro nao gerado: "
                           fd-cod " " fd-nome-alu
                   when rem-desistente
                       move "N" to ws-cobra-aluno
                       add 1 to ws-qtd-remat-desistente
                   when other
                       continue
               end-evaluate
           end-if
           .
       confere-rematricula-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Monta e grava a cobranca do aluno em fd-cad para a competencia
      *>  pedida - valor vigente da fase na tabela de parametros,
      *>  vencimento dia 10, pagamento zerado (em aberto). Status 22 =
      *>  cobranca ja existia, so conta (o valor dela nao eh mexido).
      *>------------------------------------------------------------------------
       gera-cobranca section.

           perform busca-valor-fase

           if ws-vig-escolhida = zeros then
               add 1 to ws-qtd-sem-valor
           else
               move fd-cod             to men-cod
               move ws-competencia     to men-competencia
               move ws-valor-escolhido to men-valor-devido

               compute men-vencimento = ws-competencia * 100 + 10

      *>       aplicando sobre o valor da tabela o desconto do aluno
      *>       vigente no vencimento, quando houver
               if ws-tem-tab-descontos then
                   perform aplica-desconto
               end-if

               move zeros to men-data-pagto
               move zeros to men-valor-pago

               write men-reg

               evaluate ws-fs-arqMens
                   when 00
                       add 1 to ws-qtd-geradas
                   when 22
                       add 1 to ws-qtd-ja-existiam
                   when other
                       move 5                                      to ws-msn-erro-ofsset
                       move ws-fs-arqMens                          to ws-msn-erro-cod
                       move "Erro ao gravar no arqMensalidades."   to ws-msn-erro-text
                       perform finaliza-anormal
               end-evaluate
           end-if
           .
       gera-cobranca-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Escolhe para a fase do aluno (fd-fase) a linha da tabela com a
      *>  maior vigencia que nao passe da competencia gerada.
      *>------------------------------------------------------------------------
       busca-valor-fase section.

           move zeros to ws-vig-escolhida
           move zeros to ws-valor-escolhido

           move 1 to ws-ind-tab-mens
           perform until ws-ind-tab-mens > ws-qtd-tab-mens
               if ws-tm-fase(ws-ind-tab-mens) = fd-fase
                 and ws-tm-vigencia(ws-ind-tab-mens) <= ws-competencia
                 and ws-tm-vigencia(ws-ind-tab-mens) > ws-vig-escolhida then
                   move ws-tm-vigencia(ws-ind-tab-mens) to ws-vig-escolhida
                   move ws-tm-valor(ws-ind-tab-mens)    to ws-valor-escolhido
               end-if
               add 1 to ws-ind-tab-mens
           end-perform
           .
       busca-valor-fase-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Le o desconto do aluno em men-cod pela chave e, estando o
      *>  vencimento da cobranca dentro da vigencia (data zerada = sem
