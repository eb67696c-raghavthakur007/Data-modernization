      *> DACPOS - one row of DAC.POSITION, the deferred acquisition
      *> cost position DACAmortization keeps per policy term, keyed
      *> by policy plus Term-Number the same way EARNED.TODATE is, so
      *> a renewal capitalizes and amortizes its own acquisition cost.
      *> The three capitalized pieces only ever grow - a commission
      *> or premium-tax row that turns up after the first run is
      *> capitalized then - and the unamortized balance is what they
      *> total less amortized and written off.
       01  DAC-Position-Record.
           05  DP-Position-Key.
               10  DP-Policy-Number   PIC X(10).
               10  DP-Term-Number     PIC 9(3).
           05  DP-Policy-Type         PIC X(15).
           05  DP-Company-Code        PIC X(2).
           05  DP-Commission-Capitalized PIC 9(9)V99.
           05  DP-Tax-Capitalized     PIC 9(9)V99.
           05  DP-UW-Capitalized      PIC 9(9)V99.
           05  DP-Amortized-To-Date   PIC 9(9)V99.
           05  DP-Written-Off         PIC 9(9)V99.
      *> OPEN while there is cost left to amortize or capitalize,
      *> WRITTENOFF once a cancellation has written the unamortized
      *> balance off - never touched again after that.
           05  DP-Position-Status     PIC X(10).
           05  DP-First-Period        PIC X(6).
           05  DP-Last-Period         PIC X(6).
