      *=======================================================================*
      *    HOLWS.cpy                                                         *
      *    Shared WORKING-STORAGE fields for the business calendar. COPY    *
      *    this inside WORKING-STORAGE SECTION alongside HOLSEL.cpy          *
      *    (FILE-CONTROL) and HOLFD.cpy (FILE SECTION). PERFORM              *
      *    CARREGAR-FERIADOS THRU CARREGAR-FERIADOS-EXIT once at start-up,  *
      *    then VERIFICAR-FERIADO THRU VERIFICAR-FERIADO-EXIT or            *
      *    CONTAR-DIAS-UTEIS THRU CONTAR-DIAS-UTEIS-EXIT out of HOLPD.cpy   *
      *    (PROCEDURE DIVISION) as often as needed.                          *
      *=======================================================================*
       77  BUSINESS-CALENDAR-STATUS PIC X(2)  VALUE SPACES.
       77  BUSINESS-CALENDAR-EOF    PIC A(3)  VALUE SPACES.
       77  FER-COUNT                PIC 9(3)  VALUE ZERO.
       77  FER-IDX                  PIC 9(3)  VALUE ZERO.

      *    loaded once from BUSINESS-CALENDAR.txt, each date already
      *    turned into a day serial (serial 1 was a monday) so counting
      *    across a range is plain arithmetic.
       01  FERIADO-TABLE.
           02  FERIADO-ENTRY        OCCURS 400 TIMES.
               03  FER-TBL-SERIAL   PIC 9(7).
               03  FER-TBL-BALCAO   PIC 9(2).

      *    the caller fills FER-PROGRAMA/FER-CODIGO-ERRO before
      *    CARREGAR-FERIADOS -- the error-log identity for a calendar
      *    line that is not a real date, or a full table.
       77  FER-PROGRAMA             PIC X(8)  VALUE SPACES.
       77  FER-CODIGO-ERRO          PIC X(4)  VALUE SPACES.

      *    VERIFICAR-FERIADO: the caller fills FER-DATA (YYYYMMDD) and
      *    FER-BALCAO (00 when only the national holidays matter);
      *    FER-E-FERIADO comes back "Y" or "N".
       77  FER-DATA                 PIC 9(8)  VALUE ZERO.
       77  FER-BALCAO               PIC 9(2)  VALUE ZERO.
       77  FER-E-FERIADO            PIC X(1)  VALUE "N".

      *    CONTAR-DIAS-UTEIS: the caller fills the day serials
      *    FER-SERIAL-DE/FER-SERIAL-ATE, FER-BALCAO and
      *    FER-SALTAR-FIM-SEMANA ("Y" when saturday and sunday are shut
      *    as well); FER-DIAS-UTEIS comes back as the open days from
      *    FER-SERIAL-DE up to, not including, FER-SERIAL-ATE.
       77  FER-SERIAL-DE            PIC 9(7)  VALUE ZERO.
       77  FER-SERIAL-ATE           PIC 9(7)  VALUE ZERO.
       77  FER-SALTAR-FIM-SEMANA    PIC X(1)  VALUE "N".
       77  FER-DIAS-UTEIS           PIC 9(7)  VALUE ZERO.

       77  FER-SERIAL               PIC 9(7)  VALUE ZERO.
       77  FER-SERIAL-CURSOR        PIC 9(7)  VALUE ZERO.
       77  FER-DIA-SEMANA           PIC 9(1)  VALUE ZERO.
       77  FER-Q7                   PIC 9(7)  VALUE ZERO.
       77  FER-ANOS-ANTES           PIC 9(4)  VALUE ZERO.
       77  FER-BISSEXTOS            PIC 9(4)  VALUE ZERO.
       77  FER-Q4                   PIC 9(4)  VALUE ZERO.
       77  FER-Q100                 PIC 9(4)  VALUE ZERO.
       77  FER-Q400                 PIC 9(4)  VALUE ZERO.
       77  FER-RESTO                PIC 9(4)  VALUE ZERO.
       77  FER-BISSEXTO-FLAG        PIC X(1)  VALUE "N".

       01  FER-DATA-TRABALHO.
           02  FER-ANO              PIC 9(4).
           02  FER-MES              PIC 9(2).
           02  FER-DIA              PIC 9(2).

       01  FER-MES-ACUMULADO-LIT    PIC X(36) VALUE
           "000031059090120151181212243273304334".
       01  FER-MES-ACUMULADO REDEFINES FER-MES-ACUMULADO-LIT.
           02  FER-MES-DIAS         PIC 9(3) OCCURS 12 TIMES.
