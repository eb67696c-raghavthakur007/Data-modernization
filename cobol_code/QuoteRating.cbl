               Policy-Holder-Name OF PolicyDB2Record(1)
           MOVE AP-Policy-Holder-Address TO
               Policy-Holder-Address OF PolicyDB2Record(1)
      *> The structured address travels too - territory rating keys
      *> off the holder's ZIP, so a quote without it would price
      *> differently from the policy it becomes.
           MOVE AP-Addr-Street TO
               Holder-Addr-Street OF PolicyDB2Record(1)
           MOVE AP-Addr-City TO Holder-Addr-City OF PolicyDB2Record(1)
           MOVE AP-Addr-State TO Holder-Addr-State OF PolicyDB2Record(1)
           MOVE AP-Addr-Zip TO Holder-Addr-Zip OF PolicyDB2Record(1)
           MOVE AP-Policy-Type TO Policy-Type OF PolicyDB2Record(1)
           MOVE AP-Age TO Age OF PolicyDB2Record(1)
           MOVE AP-Car-Value TO Car-Value OF PolicyDB2Record(1)
