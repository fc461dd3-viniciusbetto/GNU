               '<a href="merge.exe">Merge</a>'
               '<a href="waitlist.exe">Waitlist</a>'
               '<a href="events.exe">Events</a>'
               '<a href="courses.exe">Courses</a>'
               '<a href="bookings.exe">Bookings</a>'
               '<a href="lessons.exe">Lessons</a>'
               '<a href="comps.exe">Competitions</a>'
               '<a href="lending.exe">Lending</a>'
               '<a href="volunteer.exe">Volunteer</a>'
               '<a href="volshifts.exe">Shifts</a>'
               '<a href="myaccount.exe">My Account</a>'
               '<a href="changereq.exe">My Details</a>'
               '<a href="viewhistory.exe">Who Viewed</a>'
               '<a href="bounces.exe">Bounces</a>'
               '<a href="annc.exe">Announce</a>'
               '<a href="tariff.exe">Tariff</a>'
               '<a href="budget.exe">Budget</a>'
               '<a href="expenses.exe">Expenses</a>'
               '<a href="suppliers.exe">Suppliers</a>'
               '<a href="bills.exe">Bills</a>'
               '<a href="assets.exe">Assets</a>'
               '<a href="discounts.exe">Discounts</a>'
               '<a href="pricelist.exe">Prices</a>'
               '<a href="stock.exe">Stock</a>'
               '<a href="taxcodes.exe">Tax Codes</a>'
               '<a href="gateway_review.exe">Online Pay</a>'
               '<a href="payhold.exe">Held Pay</a>'
               '<a href="pledges.exe">Pledges</a>'
               '<a href="appeals.exe">Appeals</a>'
               '<a href="companies.exe">Companies</a>'
               '<a href="sponsors.exe">Sponsors</a>'
               '<a href="hires.exe">Room Hire</a>'
               '<a href="lockers.exe">Lockers</a>'
               '<a href="incidents.exe">Incidents</a>'
               '<a href="defects.exe">Defects</a>'
               '<a href="badges.exe">Badges</a>'
               '<a href="parking.exe">Parking</a>'
               '<a href="rota.exe">Rota</a>'
               '<a href="passes.exe">Passes</a>'
               '<a href="vouchers.exe">Vouchers</a>'
               '<a href="partners.exe">Partners</a>'
               '<a href="prospects.exe">Prospects</a>'
               '<a href="changes_review.exe">Changes</a>'
               '<a href="templates.exe">Templates</a>'
               '<a href="campaigns.exe">Campaigns</a>'
               '<a href="apikeys.exe">API Keys</a>'
               '<a href="recert.exe">Recert</a>'
               '<a href="agm.exe">AGM</a>'
               '<a href="offices.exe">Offices</a>'
               '<a href="opsstatus.exe">Ops</a>'
               '<a href="reports.exe">Reports</a>'
               '<a href="reportreq.exe">Request Report</a>'
               '</div>'
           end-display.
