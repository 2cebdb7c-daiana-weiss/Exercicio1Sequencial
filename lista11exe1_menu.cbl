      *>   variavel de ambiente OPERADOR, que os programas com trilha de
      *>   auditoria leem em lugar do usuario compartilhado do sistema
      *>   operacional - o aud-usuario passa a dizer QUEM mexeu de
      *>   verdade. O perfil vai junto na variavel PERFIL - a chamada e
      *>   o lancamento de notas limitam o PROFESSOR as fases e
      *>   disciplinas atribuidas a ele. A diretoria tambem cadastra
      *>   operadores por aqui; na primeira execucao (arquivo ainda nao
      *>   existe) o programa pede o primeiro operador da diretoria. A
      *>   senha nao fica no arqOperadores.txt, so o resumo (hash) do
      *>   usuario com a senha - linhas antigas com senha em texto aberto
      *>   sao convertidas na carga. Tres senhas erradas seguidas
      *>   bloqueiam o operador ate a diretoria desbloquear (opcao DB, que
      *>   pode dar uma senha provisoria); a troca da propria senha
      *>   (opcao SN) eh exigida na primeira entrada, depois de senha
      *>   provisoria e a cada 90 dias. Varias sessoes do menu podem
      *>   estar abertas ao mesmo tempo: toda alteracao de operador
      *>   (tentativas, bloqueio, desbloqueio, troca de senha, cadastro)
      *>   rele o arqOperadores.txt e acha o operador de novo antes de
      *>   mexer e regravar, para nao desfazer o que outra sessao gravou.
      *>   Entradas, falhas, bloqueios, desbloqueios e trocas de senha vao
      *>   para o arqAcessos.txt (acessreg.cpy), listado pelo relAcessos.

      *>Divisão para configuração do ambiente
       environment division.
           lock mode is automatic
           file status is ws-fs-arqOperadores.

           select arqAcessos assign to "arqAcessos.txt" *> log de entrada no sistema
           organization is line sequential
           access mode is sequential
           lock mode is automatic
           file status is ws-fs-arqAcessos.

      *>Declaração de variáveis
       data division.

       fd arqOperadores.
           copy "opereg.cpy".

       fd arqAcessos.
           copy "acessreg.cpy".

      *>----Variaveis de trabalho
       working-storage section.

       77 ws-fs-arqOperadores                      pic  9(02).
       77 ws-fs-arqAcessos                         pic  9(02).

       77 ws-sair                                  pic  x(01).
          88  fechar-programa                      value "x" "X".
          88  voltar                               value "v" "V".

      *>----Operadores carregados do arquivo (indice = ordem de gravacao)
      *>   - a tabela inteira eh regravada no arquivo a cada tentativa
      *>   errada, bloqueio, desbloqueio ou troca de senha
       01 ws-tab-operadores.
           05 ws-oper                              occurs 99 times.
               10 ws-op-usuario                    pic x(020).
               10 ws-op-perfil                     pic x(010).
               10 ws-op-hash                       pic 9(012).
               10 ws-op-situacao                   pic x(001).
               10 ws-op-tentativas                 pic 9(002).
               10 ws-op-data-senha                 pic 9(008).

       77 ws-qtd-operadores                        pic  9(02) value zeros.
       77 ws-max-operadores                        pic  9(02) value 99.

      *>   indices com 3 digitos para poder passar de 99 e encerrar o
      *>   perform sem estourar
       77 ws-ind-oper                              pic  9(03) value zeros.
       77 ws-ind-achado                            pic  9(03) value zeros.
       77 ws-ind-logado                            pic  9(03) value zeros.

       77 ws-usuario-busca                         pic  X(020) value spaces.

      *>   linha antiga com senha em texto aberto convertida na carga -
      *>   o arquivo eh regravado sem ela
       77 ws-conversao                             pic  x(001) value "N".
          88  ws-houve-conversao                   value "S".

      *>----Regras de senha
       77 ws-max-tentativas                        pic  9(02) value 3.
       77 ws-dias-validade-senha                   pic  9(03) value 90.

       77 ws-vencimento-senha                      pic  x(001) value "N".
          88  ws-senha-vencida                     value "S".

       01 ws-data-hoje                             pic  9(008) value zeros.
       01 ws-data-hoje-val redefines ws-data-hoje.
           05 ws-dh-ano                            pic 9(004).
           05 ws-dh-mes                            pic 9(002).
           05 ws-dh-dia                            pic 9(002).

       01 ws-data-senha                            pic  9(008) value zeros.
       01 ws-data-senha-val redefines ws-data-senha.
           05 ws-ds-ano                            pic 9(004).
           05 ws-ds-mes                            pic 9(002).
           05 ws-ds-dia                            pic 9(002).

       77 ws-dias-senha                            pic s9(005) value zeros.

       01 ws-hora-sistema                          pic  9(008) value zeros.
       01 ws-hora-sistema-val redefines ws-hora-sistema.
           05 ws-hs-hhmmss                         pic 9(006).
           05 ws-hs-centesimos                     pic 9(002).

      *>----Calculo do resumo (hash) da senha: o usuario entra junto, para
      *>   a mesma senha dar resumos diferentes em operadores diferentes.
      *>   Cada caractere vira numero pelo byte dele (posicao baixa de um
      *>   binario de 2 bytes com a alta zerada); a cada caractere o
      *>   acumulado eh elevado ao quadrado, somado ao caractere e reduzido
      *>   pelo resto da divisao por um primo de 12 digitos (o quadrado
      *>   tira a linearidade - a senha nao sai de uma conta com o resumo
      *>   gravado) e a chave eh percorrida 4096 vezes, para que testar
      *>   senhas uma a uma contra o arquivo custe caro.
       01 ws-hash-chave.
           05 ws-hash-usuario                      pic x(020).
           05 ws-hash-senha                        pic x(010).
       01 ws-hash-chave-tab redefines ws-hash-chave.
           05 ws-hash-car                          pic x(001) occurs 30 times.

       01 ws-hash-byte.
           05 filler                               pic x(001) value low-value.
           05 ws-hash-car-atual                    pic x(001).
       01 ws-hash-byte-num redefines ws-hash-byte  pic 9(004) comp.

       77 ws-hash-primo                            pic  9(012) value 999999999989.
       77 ws-hash-acum                             pic  9(026) value zeros.
       77 ws-hash-quociente                        pic  9(014) value zeros.
       77 ws-hash-resto                            pic  9(012) value zeros.
       77 ws-hash-resultado                        pic  9(012) value zeros.
       77 ws-hash-ind                              pic  9(002) value zeros.
       77 ws-hash-passada                          pic  9(004) value zeros.
       77 ws-hash-qtd-passadas                     pic  9(004) value 4096.

      *>----Variaveis da troca de senha (o proprio operador)
       77 ws-senha-atual                           pic  X(010) value spaces.
       77 ws-senha-nova                            pic  X(010) value spaces.
       77 ws-senha-confirma                        pic  X(010) value spaces.

       77 ws-troca-ok                              pic  x(001) value "N".
          88  ws-senha-trocada                     value "S".

      *>----Variaveis do desbloqueio (so diretoria)
       77 ws-usuario-desbl                         pic  X(020) value spaces.
       77 ws-senha-provisoria                      pic  X(010) value spaces.

       77 ws-desbl-ok                              pic  x(001) value "N".
          88  ws-desbloqueio-feito                 value "S".

      *>----Evento a gravar no log de entrada
       77 ws-acs-usuario                           pic  X(020) value spaces.
       77 ws-acs-evento                            pic  X(011) value spaces.
       77 ws-acs-obs                               pic  X(030) value spaces.

      *>----Variaveis da entrada (login) do operador
       77 ws-usuario-digitado                      pic  X(020) value spaces.
               10 filler pic x(038) value "Arquivamento anual do movimento".
               10 filler pic x(032) value "lista11exe1_arquivaAno".
               10 filler pic x(004) value "...D".
           05 filler.
               10 filler pic x(002) value "27".
               10 filler pic x(038) value "Apuracao do resultado final do ano".
               10 filler pic x(032) value "lista11exe1_resultadoAno".
               10 filler pic x(004) value "S..D".
           05 filler.
               10 filler pic x(002) value "28".
               10 filler pic x(038) value "Conselho de classe (decisao final)".
               10 filler pic x(032) value "lista11exe1_conselhoClasse".
               10 filler pic x(004) value "...D".
           05 filler.
               10 filler pic x(002) value "29".
               10 filler pic x(038) value "Parametros (mensalidades/disciplinas)".
               10 filler pic x(032) value "lista11exe1_manutParametros".
               10 filler pic x(004) value "...D".
           05 filler.
               10 filler pic x(002) value "30".
               10 filler pic x(038) value "Remessa de boletos ao banco".
               10 filler pic x(032) value "lista11exe1_remessaBanco".
               10 filler pic x(004) value "S..D".
           05 filler.
               10 filler pic x(002) value "31".
               10 filler pic x(038) value "Retorno do banco (baixa automatica)".
               10 filler pic x(032) value "lista11exe1_retornoBanco".
               10 filler pic x(004) value "S...".
           05 filler.
               10 filler pic x(002) value "32".
               10 filler pic x(038) value "Acordo de parcelamento".
               10 filler pic x(032) value "lista11exe1_acordos".
               10 filler pic x(004) value "S..D".
           05 filler.
               10 filler pic x(002) value "33".
               10 filler pic x(038) value "Relatorio de acordos".
               10 filler pic x(032) value "lista11exe1_relAcordos".
               10 filler pic x(004) value "S..D".
           05 filler.
               10 filler pic x(002) value "34".
               10 filler pic x(038) value "Informe anual / quitacao".
               10 filler pic x(032) value "lista11exe1_informeAnual".
               10 filler pic x(004) value "S..D".
           05 filler.
               10 filler pic x(002) value "35".
               10 filler pic x(038) value "Rematricula - gerar fichas".
               10 filler pic x(032) value "lista11exe1_rematricula".
               10 filler pic x(004) value "S..D".
           05 filler.
               10 filler pic x(002) value "36".
               10 filler pic x(038) value "Rematricula - respostas".
               10 filler pic x(032) value "lista11exe1_manutRematricula".
               10 filler pic x(004) value "S..D".
           05 filler.
               10 filler pic x(002) value "37".
               10 filler pic x(038) value "Rematricula - projecao de vagas".
               10 filler pic x(032) value "lista11exe1_relRematricula".
               10 filler pic x(004) value "S..D".
           05 filler.
               10 filler pic x(002) value "38".
               10 filler pic x(038) value "Ocorrencias do aluno".
               10 filler pic x(032) value "lista11exe1_ocorrencias".
               10 filler pic x(004) value "SP.D".
           05 filler.
               10 filler pic x(002) value "39".
               10 filler pic x(038) value "Relatorio de ocorrencias".
               10 filler pic x(032) value "lista11exe1_relOcorrencias".
               10 filler pic x(004) value "SP.D".
           05 filler.
               10 filler pic x(002) value "40".
               10 filler pic x(038) value "Relatorio de acessos (entrada)".
               10 filler pic x(032) value "lista11exe1_relAcessos".
               10 filler pic x(004) value "...D".
           05 filler.
               10 filler pic x(002) value "41".
               10 filler pic x(038) value "Educacenso (censo escolar)".
               10 filler pic x(032) value "lista11exe1_educacenso".
               10 filler pic x(004) value "S..D".
           05 filler.
               10 filler pic x(002) value "42".
               10 filler pic x(038) value "Atribuicao de professores".
               10 filler pic x(032) value "lista11exe1_manutAtribuicoes".
               10 filler pic x(004) value "S..D".
           05 filler.
               10 filler pic x(002) value "43".
               10 filler pic x(038) value "Calendario escolar (dias letivos)".
               10 filler pic x(032) value "lista11exe1_manutCalendario".
               10 filler pic x(004) value "S..D".
           05 filler.
               10 filler pic x(002) value "44".
               10 filler pic x(038) value "Controle de chamada e notas".
               10 filler pic x(032) value "lista11exe1_relControleTurmas".
               10 filler pic x(004) value "SP.D".

       01 ws-tab-funcoes redefines ws-tab-funcoes-fixa.
           05 ws-funcao                            occurs 44 times.
               10 ws-fun-codigo                    pic x(002).
               10 ws-fun-descricao                 pic x(038).
               10 ws-fun-programa                  pic x(032).
               10 ws-fun-perfis                    pic x(004).

       77 ws-qtd-funcoes                           pic  9(02) value 44.
       77 ws-ind-funcao                            pic  9(02) value zeros.

      *>----Variaveis da escolha e do disparo da funcao

           05 sc-sair-novo     line 01  col 71 pic x(001) using ws-sair         foreground-color 12.
           05 sc-novo-usuario  line 05  col 31 pic x(020) using ws-novo-usuario foreground-color 15.
           05 sc-nova-senha    line 06  col 31 pic x(010) using ws-nova-senha   secure foreground-color 15.
           05 sc-novo-perfil   line 07  col 31 pic x(010) using ws-novo-perfil  foreground-color 15.
           05 sc-msn-novo      line 11  col 08 pic x(050) from  ws-msn-aviso    foreground-color 12.

       01  tela-troca-senha.
      *>                                0    1    1    2    2    3    3    4    4    5    5    6    6    7    7    8
      *>                                5    0    5    0    5    0    5    0    5    0    5    0    5    0    5    0
      *>                            ----+----+----+----+----+----+----+----+----+----+----+----+----+----+----+----+
           05 blank screen.
           05 line 01 col 01 value "                                                                     [ ]Sair     ".
           05 line 02 col 01 value "                           Troca de Senha                                        ".
           05 line 04 col 01 value "       Usuario              :                                                    ".
           05 line 06 col 01 value "       Senha atual          :                                                    ".
           05 line 07 col 01 value "       Nova senha           :                                                    ".
           05 line 08 col 01 value "       Confirme a nova senha:                                                    ".
           05 line 11 col 01 value "                                                                                  ".

           05 sc-sair-troca    line 01  col 71 pic x(001) using ws-sair            foreground-color 12.
           05 sc-usuario-troca line 04  col 31 pic x(020) from  ws-operador-logado foreground-color 12.
           05 sc-senha-atual   line 06  col 31 pic x(010) using ws-senha-atual     secure foreground-color 15.
           05 sc-senha-nova    line 07  col 31 pic x(010) using ws-senha-nova      secure foreground-color 15.
           05 sc-senha-conf    line 08  col 31 pic x(010) using ws-senha-confirma  secure foreground-color 15.
           05 sc-msn-troca     line 11  col 08 pic x(050) from  ws-msn-aviso       foreground-color 12.

       01  tela-desbloqueio.
      *>                                0    1    1    2    2    3    3    4    4    5    5    6    6    7    7    8
      *>                                5    0    5    0    5    0    5    0    5    0    5    0    5    0    5    0
      *>                            ----+----+----+----+----+----+----+----+----+----+----+----+----+----+----+----+
           05 blank screen.
           05 line 01 col 01 value "                                                                     [ ]Sair     ".
           05 line 02 col 01 value "                           Desbloqueio de Operador                               ".
           05 line 05 col 01 value "       Usuario              :                                                    ".
           05 line 06 col 01 value "       Senha provisoria     :                                                    ".
           05 line 08 col 01 value "       (em branco mantem a senha atual; a provisoria eh trocada na entrada)      ".
           05 line 11 col 01 value "                                                                                  ".

           05 sc-sair-desbl    line 01  col 71 pic x(001) using ws-sair             foreground-color 12.
           05 sc-usuario-desbl line 05  col 31 pic x(020) using ws-usuario-desbl    foreground-color 15.
           05 sc-senha-prov    line 06  col 31 pic x(010) using ws-senha-provisoria secure foreground-color 15.
           05 sc-msn-desbl     line 11  col 08 pic x(050) from  ws-msn-aviso        foreground-color 12.

      *>Declaração do corpo do programa
       procedure division.

               perform assina-operador
           end-if

      *>   primeira entrada, senha provisoria ou senha vencida: so entra
      *>   quem trocar a senha
           if ws-operador-assinado then
               perform confere-validade-senha

               if ws-senha-vencida then
                   perform troca-senha

                   if not ws-senha-trocada then
                       move "N" to ws-login-ok
                   end-if
               end-if
           end-if

           if ws-operador-nao-assinado then
               stop run
           end-if

      *>   o nome do operador assinado vai no ambiente: os programas com
      *>   trilha de auditoria leem OPERADOR em lugar do usuario
      *>   compartilhado do sistema operacional; o perfil vai junto
      *>   para as telas que limitam o professor as turmas atribuidas
           set environment "OPERADOR" to ws-operador-logado
           set environment "PERFIL"   to ws-perfil-logado
           .
       inicializa-exit.
           exit.

                   when (ws-opcao = "OP" or ws-opcao = "op")
                     and ws-perfil-logado = "DIRETORIA"
                       if ws-qtd-operadores >= ws-max-operadores then
                           move "Limite de operadores do arquivo atingido." to ws-msn-aviso
                       else
                           move spaces to ws-novo-perfil
                           perform cadastra-operador
                           perform carrega-operadores
                       end-if

                   when (ws-opcao = "DB" or ws-opcao = "db")
                     and ws-perfil-logado = "DIRETORIA"
                       perform desbloqueia-operador

                   when ws-opcao = "SN" or ws-opcao = "sn"
                       perform troca-senha

                   when other
                       perform dispara-funcao

           if ws-perfil-logado = "DIRETORIA" then
               display "  OP - Cadastrar operador"
               display "  DB - Desbloquear operador / senha provisoria"
           end-if

           display "  SN - Trocar minha senha"

           display "  X  - Sair"
           display " "
           display "  Opcao: " with no advancing

               if not voltar and not fechar-programa then
                   perform confere-assinatura
               end-if
           end-perform

           exit.

      *>------------------------------------------------------------------------
      *>  Confere o usuario/senha digitados: o resumo da senha digitada
      *>  tem que bater com o do operador, que nao pode estar bloqueado.
      *>  Achando, guarda o nome, o perfil e a letra do perfil (S/P/C/D);
      *>  senha errada conta tentativa e a ultima permitida bloqueia o
      *>  operador. Todo desfecho vai para o log de entrada.
      *>------------------------------------------------------------------------
       confere-assinatura section.

           move "N" to ws-login-ok

      *>   tabela relida: as tentativas e o bloqueio regravados abaixo
      *>   partem do que as outras sessoes ja gravaram
           perform carrega-operadores

           move ws-usuario-digitado to ws-usuario-busca
           perform localiza-operador

           move ws-usuario-digitado to ws-acs-usuario
           move spaces              to ws-acs-obs

           evaluate true
               when ws-ind-achado = zeros
                   move "Usuario ou senha nao conferem." to ws-msn-aviso
                   move "FALHA"                 to ws-acs-evento
                   move "usuario inexistente"   to ws-acs-obs
                   perform grava-acesso

               when ws-op-situacao(ws-ind-achado) = "B"
                   move "Operador bloqueado - procure a diretoria." to ws-msn-aviso
                   move "BLOQUEADO"             to ws-acs-evento
                   move "entrada recusada"      to ws-acs-obs
                   perform grava-acesso

               when other
                   move ws-usuario-digitado to ws-hash-usuario
                   move ws-senha-digitada   to ws-hash-senha
                   perform calcula-hash-senha

                   if ws-hash-resultado = ws-op-hash(ws-ind-achado) then
                       move "S" to ws-login-ok
                       move ws-ind-achado                 to ws-ind-logado
                       move ws-op-usuario(ws-ind-achado)  to ws-operador-logado
                       move ws-op-perfil(ws-ind-achado)   to ws-perfil-logado

                       evaluate ws-perfil-logado
                           when "SECRETARIA"
                               move "S" to ws-letra-perfil
                           when "PROFESSOR"
                               move "P" to ws-letra-perfil
                           when "COZINHA"
                               move "C" to ws-letra-perfil
                           when other
                               move "D" to ws-letra-perfil
                       end-evaluate

      *>               entrada certa zera as tentativas erradas anteriores
                       if ws-op-tentativas(ws-ind-achado) > zeros then
                           move zeros to ws-op-tentativas(ws-ind-achado)
                           perform regrava-operadores
                       end-if

                       move "SUCESSO" to ws-acs-evento
                       perform grava-acesso
                   else
                       add 1 to ws-op-tentativas(ws-ind-achado)

                       if ws-op-tentativas(ws-ind-achado) >= ws-max-tentativas then
                           move "B" to ws-op-situacao(ws-ind-achado)
                           move "Senha errada - operador bloqueado." to ws-msn-aviso
                           move "BLOQUEIO"          to ws-acs-evento
                       else
                           move "Usuario ou senha nao conferem." to ws-msn-aviso
                           move "FALHA"             to ws-acs-evento
                       end-if

                       move "senha incorreta" to ws-acs-obs
                       perform regrava-operadores
                       perform grava-acesso
                   end-if
           end-evaluate
           .
       confere-assinatura-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Procura ws-usuario-busca na tabela de operadores - devolve o
      *>  indice em ws-ind-achado (zero = nao cadastrado).
      *>------------------------------------------------------------------------
       localiza-operador section.

           move zeros to ws-ind-achado

           move 1 to ws-ind-oper
           perform until ws-ind-oper > ws-qtd-operadores
                      or ws-ind-achado > zeros
               if ws-op-usuario(ws-ind-oper) = ws-usuario-busca then
                   move ws-ind-oper to ws-ind-achado
               end-if
               add 1 to ws-ind-oper
           end-perform
           .
       localiza-operador-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Calcula em ws-hash-resultado o resumo de ws-hash-usuario com
      *>  ws-hash-senha - eh o que fica gravado no lugar da senha.
      *>------------------------------------------------------------------------
       calcula-hash-senha section.

           move 5381 to ws-hash-acum

           move 1 to ws-hash-passada
           perform until ws-hash-passada > ws-hash-qtd-passadas
               move 1 to ws-hash-ind
               perform until ws-hash-ind > 30
                   move ws-hash-car(ws-hash-ind) to ws-hash-car-atual

                   compute ws-hash-acum = ws-hash-acum * ws-hash-acum
                                        + ws-hash-byte-num * 131
                                        + ws-hash-ind
                                        + ws-hash-passada

                   divide ws-hash-acum by ws-hash-primo
                       giving ws-hash-quociente remainder ws-hash-resto
                   move ws-hash-resto to ws-hash-acum

                   add 1 to ws-hash-ind
               end-perform
               add 1 to ws-hash-passada
           end-perform

           move ws-hash-acum to ws-hash-resultado
           .
       calcula-hash-senha-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Confere se o operador assinado precisa trocar a senha: data da
      *>  senha zerada (primeira entrada, senha provisoria ou convertida
      *>  do texto aberto) ou senha com mais dias que a validade.
      *>------------------------------------------------------------------------
       confere-validade-senha section.

           move "N" to ws-vencimento-senha

           accept ws-data-hoje from date yyyymmdd
           move ws-op-data-senha(ws-ind-logado) to ws-data-senha

           if ws-data-senha = zeros then
               move "S" to ws-vencimento-senha
               move "Primeira entrada: cadastre a sua senha." to ws-msn-aviso
           else
               compute ws-dias-senha = (ws-dh-ano - ws-ds-ano) * 360
                                     + (ws-dh-mes - ws-ds-mes) * 30
                                     + (ws-dh-dia - ws-ds-dia)

               if ws-dias-senha > ws-dias-validade-senha then
                   move "S" to ws-vencimento-senha
                   move "Senha vencida: cadastre uma nova." to ws-msn-aviso
               end-if
           end-if
           .
       confere-validade-senha-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Troca da senha do operador assinado - insiste na tela ate a
      *>  senha atual conferir e a nova vir confirmada e diferente da
      *>  atual (ou o operador desistir).
      *>------------------------------------------------------------------------
       troca-senha section.

           move "N"    to ws-troca-ok
           move spaces to ws-sair

           perform until ws-senha-trocada or voltar or fechar-programa

               move spaces to ws-senha-atual
               move spaces to ws-senha-nova
               move spaces to ws-senha-confirma

               display tela-troca-senha
               accept tela-troca-senha

               if not voltar and not fechar-programa then
                   perform recarrega-operador-logado

                   move ws-operador-logado to ws-hash-usuario
                   move ws-senha-atual     to ws-hash-senha
                   perform calcula-hash-senha

                   evaluate true
                       when ws-ind-logado = zeros
                           move "Operador nao encontrado no arqOperadores." to ws-msn-aviso
                       when ws-hash-resultado not = ws-op-hash(ws-ind-logado)
                           move "Senha atual nao confere." to ws-msn-aviso
                       when ws-senha-nova = spaces
                           move "Informe a nova senha." to ws-msn-aviso
                       when ws-senha-nova not = ws-senha-confirma
                           move "A confirmacao nao confere com a nova senha." to ws-msn-aviso
                       when ws-senha-nova = ws-senha-atual
                           move "A nova senha deve ser diferente da atual." to ws-msn-aviso
                       when other
                           move ws-senha-nova to ws-hash-senha
                           perform calcula-hash-senha
                           move ws-hash-resultado to ws-op-hash(ws-ind-logado)

                           accept ws-data-hoje from date yyyymmdd
                           move ws-data-hoje to ws-op-data-senha(ws-ind-logado)

                           perform regrava-operadores

                           move ws-operador-logado to ws-acs-usuario
                           move "TROCA SENHA"      to ws-acs-evento
                           move spaces             to ws-acs-obs
                           perform grava-acesso

                           move "S" to ws-troca-ok
                           move "Senha trocada com sucesso." to ws-msn-aviso
                   end-evaluate
               end-if
           end-perform

           move spaces to ws-senha-atual
           move spaces to ws-senha-nova
           move spaces to ws-senha-confirma
           move spaces to ws-sair
           .
       troca-senha-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Rele o arqOperadores.txt e acha de novo o operador assinado -
      *>  ws-ind-logado passa a apontar para ele na tabela relida (zero =
      *>  nao esta mais no arquivo).
      *>------------------------------------------------------------------------
       recarrega-operador-logado section.

           perform carrega-operadores

           move ws-operador-logado to ws-usuario-busca
           perform localiza-operador
           move ws-ind-achado to ws-ind-logado
           .
       recarrega-operador-logado-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Desbloqueio de operador pela diretoria - zera as tentativas e,
      *>  informada, grava uma senha provisoria (trocada na entrada).
      *>------------------------------------------------------------------------
       desbloqueia-operador section.

           move "N"    to ws-desbl-ok
           move spaces to ws-usuario-desbl
           move spaces to ws-sair

           perform until ws-desbloqueio-feito or voltar or fechar-programa

               move spaces to ws-senha-provisoria

               display tela-desbloqueio
               accept tela-desbloqueio

               if not voltar and not fechar-programa then
      *>           tabela relida antes de mexer: o desbloqueio nao pode
      *>           desfazer o que outra sessao gravou
                   perform carrega-operadores

                   move ws-usuario-desbl to ws-usuario-busca
                   perform localiza-operador

                   if ws-ind-achado = zeros then
                       move "Usuario nao cadastrado." to ws-msn-aviso
                   else
                       move "A"   to ws-op-situacao(ws-ind-achado)
                       move zeros to ws-op-tentativas(ws-ind-achado)

                       if ws-senha-provisoria not = spaces then
                           move ws-usuario-desbl    to ws-hash-usuario
                           move ws-senha-provisoria to ws-hash-senha
                           perform calcula-hash-senha
                           move ws-hash-resultado to ws-op-hash(ws-ind-achado)
                           move zeros             to ws-op-data-senha(ws-ind-achado)
                           move "Desbloqueado - senha provisoria gravada." to ws-msn-aviso
                       else
                           move "Operador desbloqueado." to ws-msn-aviso
                       end-if

                       perform regrava-operadores

                       move ws-usuario-desbl to ws-acs-usuario
                       move "DESBLOQUEIO"    to ws-acs-evento
                       move spaces           to ws-acs-obs
                       string "por " delimited by size
                              ws-operador-logado delimited by space
                           into ws-acs-obs
                       perform grava-acesso

                       move "S" to ws-desbl-ok
                   end-if
               end-if
           end-perform

           move spaces to ws-senha-provisoria
           move spaces to ws-sair
           .
       desbloqueia-operador-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Regrava o arqOperadores.txt inteiro a partir da tabela - so o
      *>  resumo da senha vai para o arquivo, o ope-senha sai em branco.
      *>------------------------------------------------------------------------
       regrava-operadores section.

           open output arqOperadores

           if ws-fs-arqOperadores <> 00 then
               move 7                                   to ws-msn-erro-ofsset
               move ws-fs-arqOperadores                 to ws-msn-erro-cod
               move "Erro ao abrir arqOperadores.txt."  to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           move 1 to ws-ind-oper
           perform until ws-ind-oper > ws-qtd-operadores
               move ws-op-usuario(ws-ind-oper)     to ope-usuario
               move spaces                         to ope-senha
               move ws-op-perfil(ws-ind-oper)      to ope-perfil
               move ws-op-hash(ws-ind-oper)        to ope-hash-senha
               move ws-op-situacao(ws-ind-oper)    to ope-situacao
               move ws-op-tentativas(ws-ind-oper)  to ope-tentativas
               move ws-op-data-senha(ws-ind-oper)  to ope-data-senha

               write ope-reg

               if ws-fs-arqOperadores <> 00 then
                   move 8                                     to ws-msn-erro-ofsset
                   move ws-fs-arqOperadores                   to ws-msn-erro-cod
                   move "Erro ao gravar no arqOperadores."    to ws-msn-erro-text
                   perform finaliza-anormal
               end-if

               add 1 to ws-ind-oper
           end-perform

           close arqOperadores

           if ws-fs-arqOperadores <> 00 then
               move 9                                   to ws-msn-erro-ofsset
               move ws-fs-arqOperadores                 to ws-msn-erro-cod
               move "Erro ao fechar arqOperadores.txt." to ws-msn-erro-text
               perform finaliza-anormal
           end-if
           .
       regrava-operadores-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Grava o evento montado em ws-acs-usuario/evento/obs no fim do
      *>  log de entrada, com a data e a hora - cria o arquivo na
      *>  primeira vez.
      *>------------------------------------------------------------------------
       grava-acesso section.

           open extend arqAcessos

           if ws-fs-arqAcessos = 35 then
               open output arqAcessos
               close arqAcessos
               open extend arqAcessos
           end-if

           if ws-fs-arqAcessos <> 00 and ws-fs-arqAcessos <> 05 then
               move 10                                to ws-msn-erro-ofsset
               move ws-fs-arqAcessos                  to ws-msn-erro-cod
               move "Erro ao abrir arqAcessos.txt."   to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           accept ws-data-hoje    from date yyyymmdd
           accept ws-hora-sistema from time

           move ws-data-hoje    to acs-data
           move ws-hs-hhmmss    to acs-hora
           move ws-acs-usuario  to acs-usuario
           move ws-acs-evento   to acs-evento
           move ws-acs-obs      to acs-obs

           write acs-reg

           if ws-fs-arqAcessos <> 00 then
               move 11                                to ws-msn-erro-ofsset
               move ws-fs-arqAcessos                  to ws-msn-erro-cod
               move "Erro ao gravar no arqAcessos.txt." to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           close arqAcessos

           if ws-fs-arqAcessos <> 00 then
               move 12                                to ws-msn-erro-ofsset
               move ws-fs-arqAcessos                  to ws-msn-erro-cod
               move "Erro ao fechar arqAcessos.txt."  to ws-msn-erro-text
               perform finaliza-anormal
           end-if
           .
       grava-acesso-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Carrega o arqOperadores.txt para a tabela em memoria - arquivo
      *>  ainda nao existir significa primeira execucao (zero operadores).
      *>  Linha antiga, com a senha em texto aberto e sem resumo, eh
      *>  convertida (resumo calculado, troca de senha exigida na
      *>  entrada) e o arquivo eh regravado sem a senha aberta.
      *>------------------------------------------------------------------------
       carrega-operadores section.

           move zeros to ws-qtd-operadores
           move "N"   to ws-conversao

           open input arqOperadores

                   end-if

                   if ws-fs-arqOperadores = 00
                     and ws-qtd-operadores < ws-max-operadores then
                       add 1 to ws-qtd-operadores
                       perform carrega-um-operador
                   end-if
               end-perform

                   perform finaliza-anormal
               end-if
           end-if

           if ws-houve-conversao then
               perform regrava-operadores
           end-if
           .
       carrega-operadores-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Copia o ope-reg lido para a posicao ws-qtd-operadores da tabela
      *>  - campos ainda em branco (linha antiga) entram zerados/ativos.
      *>------------------------------------------------------------------------
       carrega-um-operador section.

           move ope-usuario to ws-op-usuario(ws-qtd-operadores)
           move ope-perfil  to ws-op-perfil(ws-qtd-operadores)

           if ope-hash-senha is numeric then
               move ope-hash-senha to ws-op-hash(ws-qtd-operadores)
           else
               move ope-usuario to ws-hash-usuario
               move ope-senha   to ws-hash-senha
               perform calcula-hash-senha
               move ws-hash-resultado to ws-op-hash(ws-qtd-operadores)
               move zeros             to ope-data-senha
               move "S"               to ws-conversao
           end-if

           if ope-bloqueado then
               move "B" to ws-op-situacao(ws-qtd-operadores)
           else
               move "A" to ws-op-situacao(ws-qtd-operadores)
           end-if

           if ope-tentativas is numeric then
               move ope-tentativas to ws-op-tentativas(ws-qtd-operadores)
           else
               move zeros          to ws-op-tentativas(ws-qtd-operadores)
           end-if

           if ope-data-senha is numeric then
               move ope-data-senha to ws-op-data-senha(ws-qtd-operadores)
           else
               move zeros          to ws-op-data-senha(ws-qtd-operadores)
           end-if
           .
       carrega-um-operador-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Cadastra um operador novo no fim do arqOperadores.txt - insiste
      *>  na tela ate usuario, senha e perfil ficarem validos (ou quem
               end-if

               if not voltar and not fechar-programa then
      *>           usuario repetido conferido contra o arquivo atual
                   perform carrega-operadores

                   move ws-novo-usuario to ws-usuario-busca
                   perform localiza-operador

                   if ws-novo-usuario = spaces
                     or ws-nova-senha = spaces then
                       move "Informe usuario e senha." to ws-msn-aviso
                   else
                       if ws-ind-achado > zeros then
                           move "Usuario ja cadastrado." to ws-msn-aviso
                           move spaces to ws-novo-usuario
                       else
                           if not ws-novo-perfil-valido then
                               move "Perfil invalido - veja a lista na tela." to ws-msn-aviso
                           end-if
                       end-if
                   end-if
               end-if
                   perform finaliza-anormal
               end-if

               move ws-novo-usuario to ws-hash-usuario
               move ws-nova-senha   to ws-hash-senha
               perform calcula-hash-senha

               move ws-novo-usuario   to ope-usuario
               move spaces            to ope-senha
               move ws-novo-perfil    to ope-perfil
               move ws-hash-resultado to ope-hash-senha
               move "A"               to ope-situacao
               move zeros             to ope-tentativas

      *>       operador da primeira execucao escolheu a propria senha; o
      *>       cadastrado pela diretoria troca a senha na primeira entrada
               if ws-perfil-travado then
                   accept ope-data-senha from date yyyymmdd
               else
                   move zeros to ope-data-senha
               end-if

               write ope-reg

                   perform finaliza-anormal
               end-if

               move spaces to ws-nova-senha

               close arqOperadores

               if ws-fs-arqOperadores <> 00 then
