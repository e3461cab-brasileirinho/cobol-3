      * DEPARTAMENTO POR CHAPA E COMPETENCIA DE
      * VIGENCIA (CAMPO ZERADO = NAO MUDA).
      * O FP201703 APLICA AS PENDENTES NA ABERTURA
      * DA COMPETENCIA (FP201672). OS AUMENTOS DO
      * CICLO DE MERITO APROVADO (FP201773) TAMBEM
      * CHEGAM AQUI COMO MUDANCAS PENDENTES
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
