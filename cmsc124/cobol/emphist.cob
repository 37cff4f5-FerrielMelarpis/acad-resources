          02 Det-Tax pic 9(5)V99.
          02 Det-Net pic 9(7)V99.
          02 Det-Site pic X(10).
          02 Det-Earn-Taxable pic 9(7)V99.
          02 Det-Earn-Exempt pic 9(7)V99.
          02 Det-Earn-13th pic 9(7)V99.
          02 Det-Other-Ded pic 9(7)V99.
          02 Det-Cost-Center pic X(4).
       FD Report-File.
       01 Report-Record pic X(160).
       WORKING-STORAGE SECTION.
